       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTRFM.
       AUTHOR. D-WOJCIK.
       INSTALLATION. TUTORIALS-CATALOG-MAINTENANCE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------
      *  10/15/2026 DW   ORIGINAL PROGRAM - MAINTENANCE OF THE
      *                  REFERENCE CODE TABLES (REFFILE, COPYBOOK
      *                  TUTREF) THE LOAD, THE MAINTENANCE AND THE
      *                  RECYCLE ALL CHECK CATEGORY AND DEPARTMENT
      *                  CODES AGAINST. READS ADD/CHANGE/RETIRE
      *                  TRANSACTIONS FOR CAT AND DEP CODES
      *                  (REFTRN), EDITS THEM, AND REWRITES
      *                  REFFILE SORTED AND FREE OF DUPLICATES
      *                  WITHIN THE 50-CODE TUTREF CEILING, WITH
      *                  THE PRIOR FILE KEPT AS REFGEN1. A RETIRE
      *                  IS HELD BACK WHILE ANY ENTRY ON THE
      *                  PUBLISHED CATALOG (TUTCAT) STILL CARRIES
      *                  THE CODE - THOSE ENTRIES ARE LISTED ON
      *                  THE REGISTER (REFREG) SO THEY CAN BE
      *                  REASSIGNED FIRST. NO MORE HAND EDITS OF
      *                  THE 40-BYTE LINES, AND NO MORE TYPO THAT
      *                  REJECTS A WHOLE DEPARTMENT OVERNIGHT.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFFILE ASSIGN TO "REFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REF-FILE-STATUS.

           SELECT REFGEN1 ASSIGN TO "REFGEN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFM-GEN1-STATUS.

           SELECT REFTRN ASSIGN TO "REFTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RFM-TRN-STATUS.

           SELECT CATFILE ASSIGN TO "TUTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS RFM-CAT-STATUS.

           SELECT REGFILE ASSIGN TO "REFREG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REFFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  REF-RECORD PIC X(40).

       FD  REFGEN1
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  REFGEN1-RECORD PIC X(40).

       FD  REFTRN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  REFTRN-RECORD PIC X(44).

       FD  CATFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CAT-RECORD.
           05  CAT-KEY             PIC X(10).
           05  CAT-TITLE           PIC X(30).
           05  CAT-CATEGORY        PIC X(04).
           05  CAT-DEPT            PIC X(04).
           05  CAT-EFF-DATE        PIC X(08).
           05  CAT-EXP-DATE        PIC X(08).
           05  CAT-STATUS          PIC X(01).
           05  CAT-SOURCE          PIC X(03).
           05  FILLER              PIC X(12).

       FD  REGFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY TUTREF.

       01  RFM-SWITCHES.
           05  RFM-GEN1-STATUS     PIC X(02) VALUE SPACES.
           05  RFM-TRN-STATUS      PIC X(02) VALUE SPACES.
           05  RFM-CAT-STATUS      PIC X(02) VALUE SPACES.
           05  RFM-REF-OPEN-SW     PIC X(01) VALUE 'N'.
               88  RFM-REF-OPENED           VALUE 'Y'.
           05  RFM-TRN-OPEN-SW     PIC X(01) VALUE 'N'.
               88  RFM-TRN-OPENED           VALUE 'Y'.
           05  RFM-CAT-OPEN-SW     PIC X(01) VALUE 'N'.
               88  RFM-CAT-OPENED           VALUE 'Y'.
           05  RFM-TRN-EOF-SW      PIC X(01) VALUE 'N'.
               88  RFM-TRN-EOF              VALUE 'Y'.
           05  RFM-SCAN-EOF-SW     PIC X(01) VALUE 'N'.
               88  RFM-SCAN-EOF             VALUE 'Y'.
           05  RFM-CPY-EOF-SW      PIC X(01) VALUE 'N'.
               88  RFM-CPY-EOF              VALUE 'Y'.
           05  RFM-POS-FOUND-SW    PIC X(01) VALUE 'N'.
               88  RFM-POS-FOUND            VALUE 'Y'.
           05  RFM-LIST-SW         PIC X(01) VALUE 'N'.
               88  RFM-LIST-USERS           VALUE 'Y'.
           05  RFM-DIRTY-SW        PIC X(01) VALUE 'N'.
               88  RFM-DIRTY                VALUE 'Y'.

       01  RFM-COUNTERS.
           05  RFM-TRN-READ        PIC 9(05) COMP VALUE ZERO.
           05  RFM-APPLIED         PIC 9(05) COMP VALUE ZERO.
           05  RFM-REJECTED        PIC 9(05) COMP VALUE ZERO.
           05  RFM-DROPPED         PIC 9(05) COMP VALUE ZERO.
           05  RFM-USER-COUNT      PIC 9(05) COMP VALUE ZERO.

       01  RFM-SUBSCRIPTS.
           05  RFM-POS             PIC S9(03) COMP VALUE ZERO.
           05  RFM-SUB             PIC S9(03) COMP VALUE ZERO.

       01  RFM-RUN-DATE            PIC 9(08).
       01  RFM-EDIT-REASON         PIC X(22) VALUE SPACES.

       01  RFT-INPUT-LINE.
           05  RFT-ACTION          PIC X(01).
           05  FILLER              PIC X(01).
           05  RFT-TYPE            PIC X(03).
           05  FILLER              PIC X(01).
           05  RFT-CODE            PIC X(04).
           05  FILLER              PIC X(01).
           05  RFT-DESC            PIC X(30).
           05  FILLER              PIC X(03).

       01  REG-HEADER-1.
           05  FILLER              PIC X(11) VALUE "RUN DATE : ".
           05  REG-H1-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(59) VALUE SPACES.

       01  REG-HEADER-2.
           05  FILLER              PIC X(80)
                   VALUE "REFERENCE CODE TABLE MAINTENANCE REGISTER".

       01  REG-HEADER-3.
           05  FILLER              PIC X(80) VALUE ALL "-".

       01  REG-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REG-DET-ACTION      PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REG-DET-TYPE        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REG-DET-CODE        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REG-DET-DISP        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REG-DET-REASON      PIC X(22).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REG-DET-DESC        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.

       01  REG-USER-LINE.
           05  FILLER              PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "IN USE BY ".
           05  REG-USR-KEY         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REG-USR-TITLE       PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REG-USR-CAT         PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REG-USR-DEPT        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REG-USR-STATUS      PIC X(01).
           05  FILLER              PIC X(06) VALUE SPACES.

       01  REG-TABLE-HEADER.
           05  FILLER              PIC X(80)
                   VALUE "CODE TABLES AS WRITTEN".

       01  REG-TABLE-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  REG-TBL-TYPE        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REG-TBL-CODE        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REG-TBL-DESC        PIC X(30).
           05  FILLER              PIC X(36) VALUE SPACES.

       01  REG-UNCHANGED-LINE.
           05  FILLER              PIC X(80)
                   VALUE " NO CHANGES - REFFILE LEFT AS IT WAS".

       01  REG-TOTAL-LINE.
           05  FILLER              PIC X(13) VALUE "TRANS READ : ".
           05  REG-TOT-READ        PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE "  APPLIED :".
           05  REG-TOT-APPLIED     PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  REJECTED :".
           05  REG-TOT-REJECTED    PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE "  DROPPED :".
           05  REG-TOT-DROPPED     PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  REG-COUNT-LINE.
           05  FILLER              PIC X(13) VALUE "CAT CODES  : ".
           05  REG-TOT-CAT         PIC ZZ9.
           05  FILLER              PIC X(14) VALUE "  DEP CODES : ".
           05  REG-TOT-DEP         PIC ZZ9.
           05  FILLER              PIC X(12) VALUE "  CEILING : ".
           05  REG-TOT-MAX         PIC ZZ9.
           05  FILLER              PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------
      * 0000-MAINLINE - PROGRAM CONTROL
      *----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 8000-REWRITE-REFFILE THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * 1000-INITIALIZE - PRINT THE REGISTER HEADERS, LOAD THE
      * CURRENT CODE TABLES AND OPEN THE TRANSACTIONS AND THE
      * KEYED CATALOG. A MISSING REFFILE IS NOT AN ERROR - THE
      * FIRST RUN BUILDS THE TABLES FROM ITS ADDS. A MISSING
      * CATALOG ONLY MATTERS TO A RETIRE, WHICH IS THEN HELD.
      *----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT RFM-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REGFILE.
           MOVE RFM-RUN-DATE TO REG-H1-DATE.
           WRITE REG-RECORD FROM REG-HEADER-1.
           WRITE REG-RECORD FROM REG-HEADER-2.
           WRITE REG-RECORD FROM REG-HEADER-3.
           PERFORM 1200-LOAD-REF-TABLES THRU 1200-EXIT.
           OPEN INPUT REFTRN.
           IF RFM-TRN-STATUS = "00"
               SET RFM-TRN-OPENED TO TRUE
           ELSE
               SET RFM-TRN-EOF TO TRUE
               DISPLAY "NO REFERENCE TRANSACTION FILE SUPPLIED"
           END-IF.
           OPEN INPUT CATFILE.
           IF RFM-CAT-STATUS = "00"
               SET RFM-CAT-OPENED TO TRUE
           ELSE
               DISPLAY "KEYED CATALOG UNAVAILABLE (STATUS "
                   RFM-CAT-STATUS ") - RETIRES WILL BE HELD"
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1200-LOAD-REF-TABLES - LOAD REFFILE INTO THE TUTREF
      * TABLES, EACH CODE INSERTED IN ITS SORTED PLACE. A HAND-
      * EDITED FILE THAT IS OUT OF ORDER, REPEATS A CODE, CARRIES
      * A BLANK CODE OR AN UNKNOWN TYPE, OR RUNS PAST THE CEILING
      * IS TIDIED HERE - THE DROPPED LINES SHOW ON THE REGISTER
      * AND THE FILE IS REWRITTEN CLEAN EVEN WITH NO TRANSACTIONS.
      *----------------------------------------------------------
       1200-LOAD-REF-TABLES.
           OPEN INPUT REFFILE.
           IF REF-FILE-STATUS NOT = "00"
               DISPLAY "NO REFERENCE CODE TABLE FILE - STARTING "
                   "FROM EMPTY TABLES"
               GO TO 1200-EXIT.
           SET RFM-REF-OPENED TO TRUE.
           PERFORM 1210-READ-ONE-REF THRU 1210-EXIT.
           PERFORM 1220-STORE-ONE-REF THRU 1220-EXIT
               UNTIL REF-EOF.
           CLOSE REFFILE.
       1200-EXIT.
           EXIT.

       1210-READ-ONE-REF.
           READ REFFILE INTO REF-INPUT-LINE
               AT END
                   SET REF-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-ONE-REF.
           MOVE SPACES TO RFM-EDIT-REASON.
           MOVE REF-IN-CODE TO REF-WORK-CODE.
           EVALUATE REF-IN-TYPE
               WHEN "CAT"
                   PERFORM 2710-FIND-CAT-POS THRU 2710-EXIT
                   IF REF-WORK-CODE = SPACES
                       MOVE "BLANK CODE ON REFFILE " TO RFM-EDIT-REASON
                   ELSE
                       IF REF-FOUND
                           MOVE "DUPLICATE ON REFFILE  "
                               TO RFM-EDIT-REASON
                       ELSE
                           IF REF-CAT-COUNT NOT < REF-TABLE-MAX
                               MOVE "OVER TABLE CEILING    "
                                   TO RFM-EDIT-REASON
                           ELSE
                               IF RFM-POS NOT > REF-CAT-COUNT
                                   SET RFM-DIRTY TO TRUE
                               END-IF
                               MOVE REF-IN-DESC TO RFT-DESC
                               PERFORM 2720-INSERT-CAT THRU 2720-EXIT
                           END-IF
                       END-IF
                   END-IF
               WHEN "DEP"
                   PERFORM 2730-FIND-DEP-POS THRU 2730-EXIT
                   IF REF-WORK-CODE = SPACES
                       MOVE "BLANK CODE ON REFFILE " TO RFM-EDIT-REASON
                   ELSE
                       IF REF-FOUND
                           MOVE "DUPLICATE ON REFFILE  "
                               TO RFM-EDIT-REASON
                       ELSE
                           IF REF-DEP-COUNT NOT < REF-TABLE-MAX
                               MOVE "OVER TABLE CEILING    "
                                   TO RFM-EDIT-REASON
                           ELSE
                               IF RFM-POS NOT > REF-DEP-COUNT
                                   SET RFM-DIRTY TO TRUE
                               END-IF
                               MOVE REF-IN-DESC TO RFT-DESC
                               PERFORM 2740-INSERT-DEP THRU 2740-EXIT
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE   " TO RFM-EDIT-REASON
           END-EVALUATE.
           IF RFM-EDIT-REASON NOT = SPACES
               PERFORM 1230-REGISTER-DROPPED THRU 1230-EXIT
           END-IF.
           PERFORM 1210-READ-ONE-REF THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

       1230-REGISTER-DROPPED.
           ADD 1 TO RFM-DROPPED.
           SET RFM-DIRTY TO TRUE.
           MOVE SPACE TO REG-DET-ACTION.
           MOVE REF-IN-TYPE TO REG-DET-TYPE.
           MOVE REF-IN-CODE TO REG-DET-CODE.
           MOVE "DROPPED " TO REG-DET-DISP.
           MOVE RFM-EDIT-REASON TO REG-DET-REASON.
           MOVE REF-IN-DESC TO REG-DET-DESC.
           WRITE REG-RECORD FROM REG-DETAIL-LINE.
       1230-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2000-APPLY-TRANSACTIONS - TRANSACTIONS APPLY IN THE ORDER
      * THEY WERE KEYED, SO AN ADD FOLLOWED BY A CHANGE TO THE
      * SAME CODE WORKS IN ONE RUN.
      *----------------------------------------------------------
       2000-APPLY-TRANSACTIONS.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
           PERFORM 2200-APPLY-ONE-TRAN THRU 2200-EXIT
               UNTIL RFM-TRN-EOF.
       2000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           IF RFM-TRN-EOF
               GO TO 2100-EXIT.
           READ REFTRN INTO RFT-INPUT-LINE
               AT END
                   SET RFM-TRN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RFM-TRN-READ
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2200-APPLY-ONE-TRAN - EDIT ONE TRANSACTION, THEN ADD,
      * CHANGE OR RETIRE THE CODE AND PUT THE RESULT ON THE
      * REGISTER
      *----------------------------------------------------------
       2200-APPLY-ONE-TRAN.
           PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT.
           IF RFM-EDIT-REASON NOT = SPACES
               PERFORM 2820-REGISTER-REJECT THRU 2820-EXIT
               PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
               GO TO 2200-EXIT.
           EVALUATE RFT-ACTION
               WHEN 'A'
                   PERFORM 2400-ADD-CODE THRU 2400-EXIT
               WHEN 'C'
                   PERFORM 2500-CHANGE-CODE THRU 2500-EXIT
               WHEN 'R'
                   PERFORM 2600-RETIRE-CODE THRU 2600-EXIT
           END-EVALUATE.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2300-EDIT-TRANSACTION - FIELD EDITS COMMON TO EVERY
      * ACTION. THE CODE MUST BE LEFT-JUSTIFIED WITH NO EMBEDDED
      * SPACES SO IT MATCHES THE CATALOG FIELD BYTE FOR BYTE.
      *----------------------------------------------------------
       2300-EDIT-TRANSACTION.
           MOVE SPACES TO RFM-EDIT-REASON.
           IF RFT-ACTION NOT = 'A' AND RFT-ACTION NOT = 'C'
               AND RFT-ACTION NOT = 'R'
               MOVE "INVALID ACTION CODE   " TO RFM-EDIT-REASON
               GO TO 2300-EXIT.
           IF RFT-TYPE NOT = "CAT" AND RFT-TYPE NOT = "DEP"
               MOVE "TYPE NOT CAT OR DEP   " TO RFM-EDIT-REASON
               GO TO 2300-EXIT.
           IF RFT-CODE = SPACES
               MOVE "BLANK CODE            " TO RFM-EDIT-REASON
               GO TO 2300-EXIT.
           IF RFT-CODE (1:1) = SPACE
               MOVE "CODE HAS LEADING SPACE" TO RFM-EDIT-REASON
               GO TO 2300-EXIT.
           MOVE RFT-CODE TO REF-WORK-CODE.
           PERFORM 2310-CHECK-EMBEDDED-SPACE THRU 2310-EXIT
               VARYING RFM-SUB FROM 2 BY 1
               UNTIL RFM-SUB > 4.
           IF RFM-EDIT-REASON NOT = SPACES
               GO TO 2300-EXIT.
           IF RFT-ACTION NOT = 'R' AND RFT-DESC = SPACES
               MOVE "DESCRIPTION MISSING   " TO RFM-EDIT-REASON.
       2300-EXIT.
           EXIT.

       2310-CHECK-EMBEDDED-SPACE.
           IF REF-WORK-CODE (RFM-SUB:1) NOT = SPACE
               AND REF-WORK-CODE (RFM-SUB - 1:1) = SPACE
               MOVE "EMBEDDED SPACE IN CODE" TO RFM-EDIT-REASON
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2400-ADD-CODE - A NEW CODE GOES IN AT ITS SORTED PLACE,
      * PROVIDED IT IS NOT ALREADY THERE AND THE TABLE HAS ROOM
      * UNDER THE TUTREF CEILING EVERY READER SHARES
      *----------------------------------------------------------
       2400-ADD-CODE.
           IF RFT-TYPE = "CAT"
               PERFORM 2710-FIND-CAT-POS THRU 2710-EXIT
           ELSE
               PERFORM 2730-FIND-DEP-POS THRU 2730-EXIT
           END-IF.
           IF REF-FOUND
               MOVE "CODE ALREADY ON TABLE " TO RFM-EDIT-REASON
               PERFORM 2820-REGISTER-REJECT THRU 2820-EXIT
               GO TO 2400-EXIT.
           IF (RFT-TYPE = "CAT" AND REF-CAT-COUNT NOT < REF-TABLE-MAX)
               OR (RFT-TYPE = "DEP"
                   AND REF-DEP-COUNT NOT < REF-TABLE-MAX)
               MOVE "TABLE FULL            " TO RFM-EDIT-REASON
               PERFORM 2820-REGISTER-REJECT THRU 2820-EXIT
               GO TO 2400-EXIT.
           IF RFT-TYPE = "CAT"
               PERFORM 2720-INSERT-CAT THRU 2720-EXIT
           ELSE
               PERFORM 2740-INSERT-DEP THRU 2740-EXIT
           END-IF.
           PERFORM 2810-REGISTER-APPLIED THRU 2810-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2500-CHANGE-CODE - ONLY THE DESCRIPTION CAN CHANGE. A
      * CODE THAT IS WRONG IS ADDED CORRECTLY AND THE BAD ONE
      * RETIRED, SO THE IN-USE CHECK STILL GUARDS THE CATALOG.
      *----------------------------------------------------------
       2500-CHANGE-CODE.
           IF RFT-TYPE = "CAT"
               PERFORM 2710-FIND-CAT-POS THRU 2710-EXIT
           ELSE
               PERFORM 2730-FIND-DEP-POS THRU 2730-EXIT
           END-IF.
           IF NOT REF-FOUND
               MOVE "CODE NOT ON TABLE     " TO RFM-EDIT-REASON
               PERFORM 2820-REGISTER-REJECT THRU 2820-EXIT
               GO TO 2500-EXIT.
           IF RFT-TYPE = "CAT"
               MOVE RFT-DESC TO REF-CAT-DESC (RFM-POS)
           ELSE
               MOVE RFT-DESC TO REF-DEP-DESC (RFM-POS)
           END-IF.
           PERFORM 2810-REGISTER-APPLIED THRU 2810-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2600-RETIRE-CODE - A CODE STILL CARRIED BY ANY ENTRY ON
      * THE PUBLISHED CATALOG IS NOT RETIRED. THE RETIRE BOUNCES
      * AND EVERY ENTRY USING THE CODE IS LISTED UNDER IT SO THE
      * OWNING DEPARTMENT CAN REASSIGN THEM AND RESUBMIT. WITH
      * NO CATALOG TO CHECK, THE RETIRE IS HELD THE SAME WAY.
      *----------------------------------------------------------
       2600-RETIRE-CODE.
           IF RFT-TYPE = "CAT"
               PERFORM 2710-FIND-CAT-POS THRU 2710-EXIT
           ELSE
               PERFORM 2730-FIND-DEP-POS THRU 2730-EXIT
           END-IF.
           IF NOT REF-FOUND
               MOVE "CODE NOT ON TABLE     " TO RFM-EDIT-REASON
               PERFORM 2820-REGISTER-REJECT THRU 2820-EXIT
               GO TO 2600-EXIT.
           IF NOT RFM-CAT-OPENED
               MOVE "CATALOG UNAVAILABLE   " TO RFM-EDIT-REASON
               PERFORM 2820-REGISTER-REJECT THRU 2820-EXIT
               GO TO 2600-EXIT.
           MOVE 'N' TO RFM-LIST-SW.
           PERFORM 2650-SCAN-CODE-USERS THRU 2650-EXIT.
           IF RFM-USER-COUNT > 0
               MOVE "CODE STILL IN USE     " TO RFM-EDIT-REASON
               PERFORM 2820-REGISTER-REJECT THRU 2820-EXIT
               SET RFM-LIST-USERS TO TRUE
               PERFORM 2650-SCAN-CODE-USERS THRU 2650-EXIT
               GO TO 2600-EXIT.
           IF RFT-TYPE = "CAT"
               PERFORM 2750-REMOVE-CAT THRU 2750-EXIT
           ELSE
               PERFORM 2760-REMOVE-DEP THRU 2760-EXIT
           END-IF.
           PERFORM 2810-REGISTER-APPLIED THRU 2810-EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2650-SCAN-CODE-USERS - FULL KEYED-SEQUENTIAL PASS OVER
      * THE CATALOG COUNTING (OR, WITH RFM-LIST-USERS ON, ALSO
      * LISTING) EVERY ENTRY THAT CARRIES THE CODE
      *----------------------------------------------------------
       2650-SCAN-CODE-USERS.
           MOVE ZERO TO RFM-USER-COUNT.
           MOVE LOW-VALUES TO CAT-KEY.
           START CATFILE KEY IS >= CAT-KEY
               INVALID KEY
                   GO TO 2650-EXIT
           END-START.
           MOVE 'N' TO RFM-SCAN-EOF-SW.
           PERFORM 2660-SCAN-ONE-RECORD THRU 2660-EXIT
               UNTIL RFM-SCAN-EOF.
       2650-EXIT.
           EXIT.

       2660-SCAN-ONE-RECORD.
           READ CATFILE NEXT RECORD
               AT END
                   SET RFM-SCAN-EOF TO TRUE
                   GO TO 2660-EXIT
           END-READ.
           IF RFT-TYPE = "CAT" AND CAT-CATEGORY NOT = REF-WORK-CODE
               GO TO 2660-EXIT.
           IF RFT-TYPE = "DEP" AND CAT-DEPT NOT = REF-WORK-CODE
               GO TO 2660-EXIT.
           ADD 1 TO RFM-USER-COUNT.
           IF RFM-LIST-USERS
               MOVE CAT-KEY TO REG-USR-KEY
               MOVE CAT-TITLE TO REG-USR-TITLE
               MOVE CAT-CATEGORY TO REG-USR-CAT
               MOVE CAT-DEPT TO REG-USR-DEPT
               MOVE CAT-STATUS TO REG-USR-STATUS
               WRITE REG-RECORD FROM REG-USER-LINE
           END-IF.
       2660-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2710/2730 - LOCATE REF-WORK-CODE IN THE SORTED TABLE.
      * RFM-POS COMES BACK AS THE SLOT HOLDING THE CODE (REF-FOUND
      * ON) OR THE SLOT IT WOULD BE INSERTED AT (REF-FOUND OFF).
      *----------------------------------------------------------
       2710-FIND-CAT-POS.
           MOVE 'N' TO REF-FOUND-SW.
           MOVE 'N' TO RFM-POS-FOUND-SW.
           MOVE 1 TO RFM-POS.
           PERFORM 2715-STEP-CAT-POS THRU 2715-EXIT
               UNTIL RFM-POS > REF-CAT-COUNT
                  OR RFM-POS-FOUND.
       2710-EXIT.
           EXIT.

       2715-STEP-CAT-POS.
           IF REF-CAT-CODE (RFM-POS) < REF-WORK-CODE
               ADD 1 TO RFM-POS
           ELSE
               SET RFM-POS-FOUND TO TRUE
               IF REF-CAT-CODE (RFM-POS) = REF-WORK-CODE
                   SET REF-FOUND TO TRUE
               END-IF
           END-IF.
       2715-EXIT.
           EXIT.

       2730-FIND-DEP-POS.
           MOVE 'N' TO REF-FOUND-SW.
           MOVE 'N' TO RFM-POS-FOUND-SW.
           MOVE 1 TO RFM-POS.
           PERFORM 2735-STEP-DEP-POS THRU 2735-EXIT
               UNTIL RFM-POS > REF-DEP-COUNT
                  OR RFM-POS-FOUND.
       2730-EXIT.
           EXIT.

       2735-STEP-DEP-POS.
           IF REF-DEP-CODE (RFM-POS) < REF-WORK-CODE
               ADD 1 TO RFM-POS
           ELSE
               SET RFM-POS-FOUND TO TRUE
               IF REF-DEP-CODE (RFM-POS) = REF-WORK-CODE
                   SET REF-FOUND TO TRUE
               END-IF
           END-IF.
       2735-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2720/2740 - OPEN A GAP AT RFM-POS BY SLIDING THE HIGHER
      * CODES UP ONE SLOT, THEN DROP REF-WORK-CODE AND RFT-DESC
      * INTO IT
      *----------------------------------------------------------
       2720-INSERT-CAT.
           PERFORM 2725-SHIFT-CAT-UP THRU 2725-EXIT
               VARYING RFM-SUB FROM REF-CAT-COUNT BY -1
               UNTIL RFM-SUB < RFM-POS.
           MOVE REF-WORK-CODE TO REF-CAT-CODE (RFM-POS).
           MOVE RFT-DESC TO REF-CAT-DESC (RFM-POS).
           ADD 1 TO REF-CAT-COUNT.
       2720-EXIT.
           EXIT.

       2725-SHIFT-CAT-UP.
           MOVE REF-CAT-ENTRY (RFM-SUB) TO REF-CAT-ENTRY (RFM-SUB + 1).
       2725-EXIT.
           EXIT.

       2740-INSERT-DEP.
           PERFORM 2745-SHIFT-DEP-UP THRU 2745-EXIT
               VARYING RFM-SUB FROM REF-DEP-COUNT BY -1
               UNTIL RFM-SUB < RFM-POS.
           MOVE REF-WORK-CODE TO REF-DEP-CODE (RFM-POS).
           MOVE RFT-DESC TO REF-DEP-DESC (RFM-POS).
           ADD 1 TO REF-DEP-COUNT.
       2740-EXIT.
           EXIT.

       2745-SHIFT-DEP-UP.
           MOVE REF-DEP-ENTRY (RFM-SUB) TO REF-DEP-ENTRY (RFM-SUB + 1).
       2745-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2750/2760 - CLOSE THE GAP LEFT BY A RETIRED CODE BY
      * SLIDING THE HIGHER CODES DOWN ONE SLOT
      *----------------------------------------------------------
       2750-REMOVE-CAT.
           PERFORM 2755-SHIFT-CAT-DOWN THRU 2755-EXIT
               VARYING RFM-SUB FROM RFM-POS BY 1
               UNTIL RFM-SUB NOT < REF-CAT-COUNT.
           MOVE SPACES TO REF-CAT-ENTRY (REF-CAT-COUNT).
           SUBTRACT 1 FROM REF-CAT-COUNT.
       2750-EXIT.
           EXIT.

       2755-SHIFT-CAT-DOWN.
           MOVE REF-CAT-ENTRY (RFM-SUB + 1) TO REF-CAT-ENTRY (RFM-SUB).
       2755-EXIT.
           EXIT.

       2760-REMOVE-DEP.
           PERFORM 2765-SHIFT-DEP-DOWN THRU 2765-EXIT
               VARYING RFM-SUB FROM RFM-POS BY 1
               UNTIL RFM-SUB NOT < REF-DEP-COUNT.
           MOVE SPACES TO REF-DEP-ENTRY (REF-DEP-COUNT).
           SUBTRACT 1 FROM REF-DEP-COUNT.
       2760-EXIT.
           EXIT.

       2765-SHIFT-DEP-DOWN.
           MOVE REF-DEP-ENTRY (RFM-SUB + 1) TO REF-DEP-ENTRY (RFM-SUB).
       2765-EXIT.
           EXIT.

       2810-REGISTER-APPLIED.
           ADD 1 TO RFM-APPLIED.
           SET RFM-DIRTY TO TRUE.
           MOVE RFT-ACTION TO REG-DET-ACTION.
           MOVE RFT-TYPE TO REG-DET-TYPE.
           MOVE RFT-CODE TO REG-DET-CODE.
           MOVE "APPLIED " TO REG-DET-DISP.
           MOVE SPACES TO REG-DET-REASON.
           MOVE RFT-DESC TO REG-DET-DESC.
           WRITE REG-RECORD FROM REG-DETAIL-LINE.
       2810-EXIT.
           EXIT.

       2820-REGISTER-REJECT.
           ADD 1 TO RFM-REJECTED.
           MOVE RFT-ACTION TO REG-DET-ACTION.
           MOVE RFT-TYPE TO REG-DET-TYPE.
           MOVE RFT-CODE TO REG-DET-CODE.
           MOVE "REJECTED" TO REG-DET-DISP.
           MOVE RFM-EDIT-REASON TO REG-DET-REASON.
           MOVE RFT-DESC TO REG-DET-DESC.
           WRITE REG-RECORD FROM REG-DETAIL-LINE.
       2820-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 8000-REWRITE-REFFILE - ONLY WHEN SOMETHING MOVED. THE
      * FILE AS IT STOOD IS KEPT AS REFGEN1 FIRST, THEN REFFILE
      * IS WRITTEN CATEGORIES FIRST, DEPARTMENTS SECOND, EACH IN
      * CODE ORDER.
      *----------------------------------------------------------
       8000-REWRITE-REFFILE.
           IF NOT RFM-DIRTY
               GO TO 8000-EXIT.
           IF RFM-REF-OPENED
               PERFORM 8100-BACKUP-REFFILE THRU 8100-EXIT
           END-IF.
           OPEN OUTPUT REFFILE.
           PERFORM 8200-WRITE-ONE-CAT THRU 8200-EXIT
               VARYING RFM-SUB FROM 1 BY 1
               UNTIL RFM-SUB > REF-CAT-COUNT.
           PERFORM 8300-WRITE-ONE-DEP THRU 8300-EXIT
               VARYING RFM-SUB FROM 1 BY 1
               UNTIL RFM-SUB > REF-DEP-COUNT.
           CLOSE REFFILE.
       8000-EXIT.
           EXIT.

       8100-BACKUP-REFFILE.
           OPEN INPUT REFFILE.
           IF REF-FILE-STATUS NOT = "00"
               GO TO 8100-EXIT.
           OPEN OUTPUT REFGEN1.
           MOVE 'N' TO RFM-CPY-EOF-SW.
           PERFORM 8110-COPY-ONE-REF THRU 8110-EXIT
               UNTIL RFM-CPY-EOF.
           CLOSE REFFILE.
           CLOSE REFGEN1.
       8100-EXIT.
           EXIT.

       8110-COPY-ONE-REF.
           READ REFFILE
               AT END
                   SET RFM-CPY-EOF TO TRUE
               NOT AT END
                   MOVE REF-RECORD TO REFGEN1-RECORD
                   WRITE REFGEN1-RECORD
           END-READ.
       8110-EXIT.
           EXIT.

       8200-WRITE-ONE-CAT.
           MOVE SPACES TO REF-INPUT-LINE.
           MOVE "CAT" TO REF-IN-TYPE.
           MOVE REF-CAT-CODE (RFM-SUB) TO REF-IN-CODE.
           MOVE REF-CAT-DESC (RFM-SUB) TO REF-IN-DESC.
           WRITE REF-RECORD FROM REF-INPUT-LINE.
       8200-EXIT.
           EXIT.

       8300-WRITE-ONE-DEP.
           MOVE SPACES TO REF-INPUT-LINE.
           MOVE "DEP" TO REF-IN-TYPE.
           MOVE REF-DEP-CODE (RFM-SUB) TO REF-IN-CODE.
           MOVE REF-DEP-DESC (RFM-SUB) TO REF-IN-DESC.
           WRITE REF-RECORD FROM REF-INPUT-LINE.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 9000-TERMINATE - LIST THE TABLES AS THEY NOW STAND, WRITE
      * THE REGISTER TOTALS AND CLOSE UP
      *----------------------------------------------------------
       9000-TERMINATE.
           WRITE REG-RECORD FROM REG-HEADER-3.
           IF RFM-DIRTY
               WRITE REG-RECORD FROM REG-TABLE-HEADER
               WRITE REG-RECORD FROM REG-HEADER-3
               MOVE "CAT" TO REG-TBL-TYPE
               PERFORM 9100-LIST-ONE-CAT THRU 9100-EXIT
                   VARYING RFM-SUB FROM 1 BY 1
                   UNTIL RFM-SUB > REF-CAT-COUNT
               MOVE "DEP" TO REG-TBL-TYPE
               PERFORM 9200-LIST-ONE-DEP THRU 9200-EXIT
                   VARYING RFM-SUB FROM 1 BY 1
                   UNTIL RFM-SUB > REF-DEP-COUNT
           ELSE
               WRITE REG-RECORD FROM REG-UNCHANGED-LINE
           END-IF.
           WRITE REG-RECORD FROM REG-HEADER-3.
           MOVE RFM-TRN-READ TO REG-TOT-READ.
           MOVE RFM-APPLIED TO REG-TOT-APPLIED.
           MOVE RFM-REJECTED TO REG-TOT-REJECTED.
           MOVE RFM-DROPPED TO REG-TOT-DROPPED.
           WRITE REG-RECORD FROM REG-TOTAL-LINE.
           MOVE REF-CAT-COUNT TO REG-TOT-CAT.
           MOVE REF-DEP-COUNT TO REG-TOT-DEP.
           MOVE REF-TABLE-MAX TO REG-TOT-MAX.
           WRITE REG-RECORD FROM REG-COUNT-LINE.
           IF RFM-TRN-OPENED
               CLOSE REFTRN
           END-IF.
           IF RFM-CAT-OPENED
               CLOSE CATFILE
           END-IF.
           CLOSE REGFILE.
           DISPLAY "REFERENCE MAINTENANCE - APPLIED: " RFM-APPLIED
               " REJECTED: " RFM-REJECTED
               " DROPPED: " RFM-DROPPED.
       9000-EXIT.
           EXIT.

       9100-LIST-ONE-CAT.
           MOVE REF-CAT-CODE (RFM-SUB) TO REG-TBL-CODE.
           MOVE REF-CAT-DESC (RFM-SUB) TO REG-TBL-DESC.
           WRITE REG-RECORD FROM REG-TABLE-LINE.
       9100-EXIT.
           EXIT.

       9200-LIST-ONE-DEP.
           MOVE REF-DEP-CODE (RFM-SUB) TO REG-TBL-CODE.
           MOVE REF-DEP-DESC (RFM-SUB) TO REG-TBL-DESC.
           WRITE REG-RECORD FROM REG-TABLE-LINE.
       9200-EXIT.
           EXIT.

       END PROGRAM TUTRFM.
