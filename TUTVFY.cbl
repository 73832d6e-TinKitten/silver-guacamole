       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTVFY.
       AUTHOR. D-WOJCIK.
       INSTALLATION. TUTORIALS-CATALOG-MAINTENANCE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------
      *  10/15/2026 DW   ORIGINAL PROGRAM - INTEGRITY CHECK OF THE
      *                  INDEXED PUBLISHED CATALOG (TUTCAT) THAT
      *                  TUTINQ AND THE LOAD'S OPERATOR LOOKUP
      *                  READ BY KEY. THE LAST COMMITTED EXTRACT
      *                  BASE (EXTPRV) IS FIRST PROVED AGAINST ITS
      *                  COMMIT MARKER (EXTCMT), ITS OWN TRAILER
      *                  AND THE SNAPSHOT GENERATION ARCHIVED FOR
      *                  THE SAME DATE (SNPHIST); TUTCAT IS THEN
      *                  COMPARED WITH IT RECORD BY RECORD AND
      *                  EVERY MISSING, EXTRA AND MISMATCHED KEY
      *                  GOES ON THE VERIFICATION REPORT (VFYRPT).
      *                  AN UNREADABLE TUTCAT, OR MORE DIFFERENCES
      *                  THAN THE THRESHOLD (FIRST STARTUP
      *                  PARAMETER, DEFAULT ZERO), REBUILDS TUTCAT
      *                  FROM THE VERIFIED BASE, RE-VERIFIES IT
      *                  AND RAISES THE OPERATOR ALERT (VFYALERT).
      *                  A BASE THAT CANNOT BE PROVED IS NEVER
      *                  USED FOR A REBUILD - THAT IS A CONTROL
      *                  ERROR, RETURN CODE 16.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECTFILE ASSIGN TO "EXTCMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-ECT-STATUS.

           SELECT PRVFILE ASSIGN TO "EXTPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-PRV-STATUS.

           SELECT SNPFILE ASSIGN TO "SNPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-SNP-STATUS.

           SELECT CATFILE ASSIGN TO "TUTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS VFY-CAT-STATUS.

           SELECT RPTFILE ASSIGN TO "VFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALRFILE ASSIGN TO "VFYALERT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ECTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  ECT-RECORD PIC X(30).

       FD  PRVFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PRV-RECORD PIC X(80).

       FD  SNPFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
       01  SNP-RECORD PIC X(90).

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

       FD  RPTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD PIC X(80).

       FD  ALRFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ALR-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  VFY-SWITCHES.
           05  VFY-ECT-STATUS      PIC X(02) VALUE SPACES.
           05  VFY-PRV-STATUS      PIC X(02) VALUE SPACES.
           05  VFY-SNP-STATUS      PIC X(02) VALUE SPACES.
           05  VFY-CAT-STATUS      PIC X(02) VALUE SPACES.
           05  VFY-PRV-EOF-SW      PIC X(01) VALUE 'N'.
               88  VFY-PRV-EOF              VALUE 'Y'.
           05  VFY-SNP-EOF-SW      PIC X(01) VALUE 'N'.
               88  VFY-SNP-EOF              VALUE 'Y'.
           05  VFY-CAT-EOF-SW      PIC X(01) VALUE 'N'.
               88  VFY-CAT-EOF              VALUE 'Y'.
           05  VFY-CAT-OPEN-SW     PIC X(01) VALUE 'N'.
               88  VFY-CAT-OPENED           VALUE 'Y'.
           05  VFY-DAMAGED-SW      PIC X(01) VALUE 'N'.
               88  VFY-CAT-DAMAGED          VALUE 'Y'.
           05  VFY-BASE-OK-SW      PIC X(01) VALUE 'N'.
               88  VFY-BASE-OK              VALUE 'Y'.
           05  VFY-NO-BASE-SW      PIC X(01) VALUE 'N'.
               88  VFY-NO-BASE              VALUE 'Y'.
           05  VFY-TRL-SW          PIC X(01) VALUE 'N'.
               88  VFY-TRL-SEEN             VALUE 'Y'.
           05  VFY-SNP-GEN-SW      PIC X(01) VALUE 'N'.
               88  VFY-SNP-GEN-FOUND        VALUE 'Y'.
           05  VFY-SNP-BAD-SW      PIC X(01) VALUE 'N'.
               88  VFY-SNP-DISAGREES        VALUE 'Y'.
           05  VFY-ALERT-SW        PIC X(01) VALUE 'N'.
               88  VFY-ALERTED              VALUE 'Y'.

       01  VFY-COUNTERS.
           05  VFY-CAT-READ        PIC 9(07) COMP VALUE ZERO.
           05  VFY-MISSING         PIC 9(07) COMP VALUE ZERO.
           05  VFY-EXTRA           PIC 9(07) COMP VALUE ZERO.
           05  VFY-MISMATCHED      PIC 9(07) COMP VALUE ZERO.
           05  VFY-DIFFERENCES     PIC 9(07) COMP VALUE ZERO.
           05  VFY-REBUILT         PIC 9(07) COMP VALUE ZERO.
           05  VFY-REBUILD-FAILS   PIC 9(07) COMP VALUE ZERO.
           05  VFY-TRL-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  VFY-SNP-MATCHED     PIC 9(07) COMP VALUE ZERO.

       01  VFY-WORK-FIELDS.
           05  VFY-RUN-DATE        PIC 9(08).
           05  VFY-BASE-DATE       PIC 9(08) VALUE ZERO.
           05  VFY-LIMIT-PARM      PIC X(05) VALUE SPACES.
           05  VFY-LIMIT-LEN       PIC 9(02) COMP VALUE ZERO.
           05  VFY-LIMIT           PIC 9(05) VALUE ZERO.
           05  VFY-BX              PIC 9(05) COMP VALUE ZERO.
           05  VFY-SX              PIC 9(05) COMP VALUE ZERO.
           05  VFY-PRIOR-KEY       PIC X(10) VALUE LOW-VALUES.
           05  VFY-ACTION          PIC X(30) VALUE SPACES.

      *----------------------------------------------------------
      * THE VERIFIED EXTRACT BASE, HELD AS TUTCAT RECORD IMAGES
      * IN KEY ORDER. SAME CEILING AS THE LOAD'S CATALOG TABLE.
      *----------------------------------------------------------
       01  VFY-BASE-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  VFY-BASE-MAX            PIC 9(05) COMP VALUE 5000.
       01  VFY-BASE-TABLE.
           05  VFY-BASE-IMAGE      PIC X(68) OCCURS 5000 TIMES.

       01  VFY-CMP-BASE            PIC X(68).
       01  VFY-CMP-BASE-R REDEFINES VFY-CMP-BASE.
           05  VFY-B-KEY           PIC X(10).
           05  VFY-B-TITLE         PIC X(30).
           05  VFY-B-CATEGORY      PIC X(04).
           05  VFY-B-DEPT          PIC X(04).
           05  VFY-B-EFF-DATE      PIC X(08).
           05  VFY-B-EXP-DATE      PIC X(08).
           05  VFY-B-STATUS        PIC X(01).
           05  VFY-B-SOURCE        PIC X(03).

       01  ECT-DETAIL-LINE.
           05  ECT-STATE           PIC X(10).
           05  FILLER              PIC X(02).
           05  ECT-RUN-DATE        PIC X(08).
           05  FILLER              PIC X(10).

      *----------------------------------------------------------
      * EXTRACT RECORD AS THE LOAD WRITES IT TO EXTFILE/EXTPRV,
      * AND THE TRAILER VIEW OF THE SAME 80 BYTES
      *----------------------------------------------------------
       01  PRV-DETAIL-LINE.
           05  PRV-REC-TYPE        PIC X(01).
           05  FILLER              PIC X(01).
           05  PRV-KEY             PIC X(10).
           05  FILLER              PIC X(01).
           05  PRV-TITLE           PIC X(30).
           05  FILLER              PIC X(01).
           05  PRV-CATEGORY        PIC X(04).
           05  FILLER              PIC X(01).
           05  PRV-DEPT            PIC X(04).
           05  FILLER              PIC X(01).
           05  PRV-EFF-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  PRV-EXP-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  PRV-STATUS          PIC X(01).
           05  FILLER              PIC X(01).
           05  PRV-SOURCE          PIC X(03).
           05  FILLER              PIC X(03).
       01  PRV-TRAILER-R REDEFINES PRV-DETAIL-LINE.
           05  PRV-TRL-TYPE        PIC X(01).
           05  FILLER              PIC X(01).
           05  PRV-TRL-COUNT       PIC 9(05).
           05  FILLER              PIC X(01).
           05  PRV-TRL-DATE        PIC 9(08).
           05  FILLER              PIC X(64).

       01  SNP-INPUT-LINE.
           05  SNP-IN-DATE         PIC 9(08).
           05  FILLER              PIC X(02).
           05  SNP-IN-DATA         PIC X(80).

       01  RPT-HEADER-1.
           05  FILLER              PIC X(11) VALUE "RUN DATE : ".
           05  RPT-H1-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(59) VALUE SPACES.

       01  RPT-HEADER-2.
           05  FILLER              PIC X(80)
                   VALUE "TUTCAT INTEGRITY VERIFICATION REPORT".

       01  RPT-HEADER-3.
           05  FILLER              PIC X(80) VALUE ALL "-".

       01  RPT-BASE-LINE.
           05  FILLER              PIC X(20)
                   VALUE "EXTRACT BASE DATE : ".
           05  RPT-BASE-DATE       PIC 9999/99/99.
           05  FILLER              PIC X(12) VALUE "  ENTRIES : ".
           05  RPT-BASE-COUNT      PIC ZZZZ9.
           05  FILLER              PIC X(33) VALUE SPACES.

       01  RPT-NOTE-LINE.
           05  RPT-NOTE-TEXT       PIC X(80) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RPT-DET-KEY         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RPT-DET-DISP        PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RPT-DET-TEXT        PIC X(45).

       01  RPT-DIFF-TEXT.
           05  FILLER              PIC X(19)
                   VALUE "FIRST DIFFERENCE : ".
           05  RPT-DIFF-FIELD      PIC X(10).
           05  FILLER              PIC X(16) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(14) VALUE "TUTCAT READ : ".
           05  RPT-TOT-READ        PIC ZZZZZZ9.
           05  FILLER              PIC X(12) VALUE "  MISSING : ".
           05  RPT-TOT-MISSING     PIC ZZZZZZ9.
           05  FILLER              PIC X(10) VALUE "  EXTRA : ".
           05  RPT-TOT-EXTRA       PIC ZZZZZZ9.
           05  FILLER              PIC X(15)
                   VALUE "  MISMATCHED : ".
           05  RPT-TOT-MISMATCHED  PIC ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.

       01  RPT-ACTION-LINE.
           05  FILLER              PIC X(12) VALUE "THRESHOLD : ".
           05  RPT-ACT-LIMIT       PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE "  ACTION : ".
           05  RPT-ACT-TEXT        PIC X(30).
           05  FILLER              PIC X(22) VALUE SPACES.

       01  ALR-HEADER-LINE.
           05  FILLER              PIC X(36)
                   VALUE "TUTCAT INTEGRITY ALERT - RUN DATE : ".
           05  ALR-H1-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(34) VALUE SPACES.

       01  ALR-DETAIL-LINE.
           05  ALR-TEXT            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------
      * 0000-MAINLINE - PROGRAM CONTROL
      *----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-VERIFY-BASE THRU 2000-EXIT.
           IF VFY-BASE-OK
               PERFORM 3000-COMPARE-CATALOG THRU 3000-EXIT
               PERFORM 4000-DECIDE-ACTION THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * 1000-INITIALIZE - PICK UP THE THRESHOLD, OPEN THE REPORT
      * AND START AN EMPTY ALERT FILE - IT IS ONLY EVER STAMPED
      * WHEN SOMETHING TRIPPED
      *----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT VFY-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT VFY-LIMIT-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO VFY-LIMIT-PARM
           END-ACCEPT.
           MOVE ZERO TO VFY-LIMIT-LEN.
           INSPECT VFY-LIMIT-PARM TALLYING VFY-LIMIT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF VFY-LIMIT-LEN > 0
               IF VFY-LIMIT-PARM (1:VFY-LIMIT-LEN) IS NUMERIC
                   MOVE VFY-LIMIT-PARM (1:VFY-LIMIT-LEN) TO VFY-LIMIT
               ELSE
                   DISPLAY "THRESHOLD PARAMETER NOT NUMERIC - "
                       "USING " VFY-LIMIT
               END-IF
           END-IF.
           OPEN OUTPUT RPTFILE.
           OPEN OUTPUT ALRFILE.
           MOVE VFY-RUN-DATE TO RPT-H1-DATE.
           WRITE RPT-RECORD FROM RPT-HEADER-1.
           WRITE RPT-RECORD FROM RPT-HEADER-2.
           WRITE RPT-RECORD FROM RPT-HEADER-3.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2000-VERIFY-BASE - THE BASE IS ONLY TRUSTED WHEN ITS
      * COMMIT MARKER IS COMPLETE, ITS TRAILER BALANCES AND ITS
      * KEYS ARE IN ORDER, AND - WHEN THE ARCHIVE HOLDS A
      * GENERATION FOR THE SAME DATE - IT AGREES WITH THAT
      * SNAPSHOT. ON A NORMAL DAY THAT IS TODAY'S GENERATION; ON
      * A TOLERANCE-TRIPPED DAY NEITHER EXTPRV NOR TUTCAT MOVED,
      * SO THE LAST GOOD DAY'S GENERATION IS THE ONE THAT COUNTS.
      * NO MARKER AT ALL MEANS NOTHING HAS BEEN PUBLISHED YET.
      *----------------------------------------------------------
       2000-VERIFY-BASE.
           OPEN INPUT ECTFILE.
           IF VFY-ECT-STATUS NOT = "00"
               SET VFY-NO-BASE TO TRUE
               MOVE "NO EXTRACT BASE COMMITTED YET - NOTHING TO VERIFY"
                   TO RPT-NOTE-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
               DISPLAY "NO EXTRACT COMMIT MARKER - NOTHING TO VERIFY"
               GO TO 2000-EXIT.
           MOVE SPACES TO ECT-STATE.
           READ ECTFILE INTO ECT-DETAIL-LINE
               AT END
                   MOVE SPACES TO ECT-STATE
           END-READ.
           CLOSE ECTFILE.
           IF ECT-STATE NOT = "COMPLETE  "
               MOVE "EXTRACT BASE COMMIT NOT COMPLETE - CANNOT VERIFY"
                   TO ALR-TEXT
               PERFORM 2900-BASE-NOT-PROVED THRU 2900-EXIT
               GO TO 2000-EXIT.
           PERFORM 2200-LOAD-BASE THRU 2200-EXIT.
           IF NOT VFY-BASE-OK
               GO TO 2000-EXIT.
           MOVE VFY-BASE-DATE TO RPT-BASE-DATE.
           MOVE VFY-BASE-COUNT TO RPT-BASE-COUNT.
           WRITE RPT-RECORD FROM RPT-BASE-LINE.
           PERFORM 2300-CHECK-SNAPSHOT THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2200-LOAD-BASE - LOAD EXTPRV INTO THE BASE TABLE, PROVING
      * THE DETAIL COUNT AGAINST THE TRAILER AND THE KEY ORDER
      * THE RECORD-BY-RECORD COMPARE RELIES ON
      *----------------------------------------------------------
       2200-LOAD-BASE.
           MOVE 'N' TO VFY-BASE-OK-SW.
           MOVE ZERO TO VFY-BASE-COUNT.
           OPEN INPUT PRVFILE.
           IF VFY-PRV-STATUS NOT = "00"
               MOVE "EXTRACT BASE (EXTPRV) NOT ON HAND - CANNOT VERIFY"
                   TO ALR-TEXT
               PERFORM 2900-BASE-NOT-PROVED THRU 2900-EXIT
               GO TO 2200-EXIT.
           SET VFY-BASE-OK TO TRUE.
           PERFORM 2210-LOAD-ONE-BASE THRU 2210-EXIT
               UNTIL VFY-PRV-EOF.
           CLOSE PRVFILE.
           IF NOT VFY-BASE-OK
               GO TO 2200-EXIT.
           IF NOT VFY-TRL-SEEN
               OR VFY-TRL-COUNT NOT = VFY-BASE-COUNT
               MOVE "EXTRACT BASE FAILS ITS TRAILER - CANNOT VERIFY"
                   TO ALR-TEXT
               PERFORM 2900-BASE-NOT-PROVED THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-LOAD-ONE-BASE.
           READ PRVFILE INTO PRV-DETAIL-LINE
               AT END
                   SET VFY-PRV-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF PRV-REC-TYPE = 'T'
               SET VFY-TRL-SEEN TO TRUE
               IF PRV-TRL-COUNT IS NUMERIC
                   MOVE PRV-TRL-COUNT TO VFY-TRL-COUNT
               END-IF
               IF PRV-TRL-DATE IS NUMERIC
                   MOVE PRV-TRL-DATE TO VFY-BASE-DATE
               END-IF
               GO TO 2210-EXIT.
           IF PRV-REC-TYPE NOT = 'D'
               GO TO 2210-EXIT.
           IF VFY-BASE-COUNT >= VFY-BASE-MAX
               MOVE "EXTRACT BASE EXCEEDS THE TABLE - CANNOT VERIFY"
                   TO ALR-TEXT
               PERFORM 2900-BASE-NOT-PROVED THRU 2900-EXIT
               SET VFY-PRV-EOF TO TRUE
               GO TO 2210-EXIT.
           IF PRV-KEY NOT > VFY-PRIOR-KEY
               MOVE "EXTRACT BASE OUT OF KEY ORDER - CANNOT VERIFY"
                   TO ALR-TEXT
               PERFORM 2900-BASE-NOT-PROVED THRU 2900-EXIT
               SET VFY-PRV-EOF TO TRUE
               GO TO 2210-EXIT.
           MOVE PRV-KEY TO VFY-PRIOR-KEY.
           MOVE PRV-KEY TO VFY-B-KEY.
           MOVE PRV-TITLE TO VFY-B-TITLE.
           MOVE PRV-CATEGORY TO VFY-B-CATEGORY.
           MOVE PRV-DEPT TO VFY-B-DEPT.
           MOVE PRV-EFF-DATE TO VFY-B-EFF-DATE.
           MOVE PRV-EXP-DATE TO VFY-B-EXP-DATE.
           MOVE PRV-STATUS TO VFY-B-STATUS.
           MOVE PRV-SOURCE TO VFY-B-SOURCE.
           ADD 1 TO VFY-BASE-COUNT.
           MOVE VFY-CMP-BASE TO VFY-BASE-IMAGE (VFY-BASE-COUNT).
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2300-CHECK-SNAPSHOT - WALK THE ARCHIVE FOR THE GENERATION
      * DATED THE SAME AS THE BASE AND COMPARE IT, RECORD FOR
      * RECORD, WITH EXTPRV AS LOADED. A GENERATION TUTHKP HAS
      * ALREADY TRIMMED LEAVES THE BASE PROVED BY ITS TRAILER.
      *----------------------------------------------------------
       2300-CHECK-SNAPSHOT.
           MOVE ZERO TO VFY-SX.
           OPEN INPUT SNPFILE.
           IF VFY-SNP-STATUS = "00"
               PERFORM 2310-CHECK-ONE-SNAPSHOT THRU 2310-EXIT
                   UNTIL VFY-SNP-EOF
               CLOSE SNPFILE
           END-IF.
           IF NOT VFY-SNP-GEN-FOUND
               MOVE SPACES TO RPT-NOTE-TEXT
               STRING "NO SNAPSHOT GENERATION FOR THE BASE DATE - "
                      "BASE PROVED BY ITS TRAILER ONLY"
                      DELIMITED BY SIZE
                   INTO RPT-NOTE-TEXT
               END-STRING
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
               GO TO 2300-EXIT.
           IF VFY-SX NOT = VFY-BASE-COUNT
               SET VFY-SNP-DISAGREES TO TRUE
           END-IF.
           IF VFY-SNP-DISAGREES
               MOVE "EXTRACT BASE DISAGREES WITH ITS SNAPSHOT"
                   TO ALR-TEXT
               PERFORM 2900-BASE-NOT-PROVED THRU 2900-EXIT
               GO TO 2300-EXIT.
           MOVE "EXTRACT BASE AGREES WITH ITS SNAPSHOT GENERATION"
               TO RPT-NOTE-TEXT.
           WRITE RPT-RECORD FROM RPT-NOTE-LINE.
       2300-EXIT.
           EXIT.

       2310-CHECK-ONE-SNAPSHOT.
           READ SNPFILE INTO SNP-INPUT-LINE
               AT END
                   SET VFY-SNP-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           IF SNP-IN-DATE NOT = VFY-BASE-DATE
               GO TO 2310-EXIT.
           SET VFY-SNP-GEN-FOUND TO TRUE.
           IF SNP-IN-DATA (1:1) NOT = 'D'
               GO TO 2310-EXIT.
           ADD 1 TO VFY-SX.
           IF VFY-SX > VFY-BASE-COUNT
               SET VFY-SNP-DISAGREES TO TRUE
               GO TO 2310-EXIT.
           MOVE SNP-IN-DATA TO PRV-DETAIL-LINE.
           MOVE VFY-BASE-IMAGE (VFY-SX) TO VFY-CMP-BASE.
           IF PRV-KEY NOT = VFY-B-KEY
               OR PRV-TITLE NOT = VFY-B-TITLE
               OR PRV-CATEGORY NOT = VFY-B-CATEGORY
               OR PRV-DEPT NOT = VFY-B-DEPT
               OR PRV-EFF-DATE NOT = VFY-B-EFF-DATE
               OR PRV-EXP-DATE NOT = VFY-B-EXP-DATE
               OR PRV-STATUS NOT = VFY-B-STATUS
               OR PRV-SOURCE NOT = VFY-B-SOURCE
               SET VFY-SNP-DISAGREES TO TRUE
           ELSE
               ADD 1 TO VFY-SNP-MATCHED
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2900-BASE-NOT-PROVED - THE TEXT ALREADY IN ALR-TEXT GOES
      * ON THE ALERT AND THE REPORT. NO COMPARE AND NO REBUILD.
      *----------------------------------------------------------
       2900-BASE-NOT-PROVED.
           MOVE 'N' TO VFY-BASE-OK-SW.
           PERFORM 6100-RAISE-ALERT THRU 6100-EXIT.
           WRITE ALR-RECORD FROM ALR-DETAIL-LINE.
           MOVE ALR-TEXT TO RPT-NOTE-TEXT.
           WRITE RPT-RECORD FROM RPT-NOTE-LINE.
           DISPLAY ALR-TEXT.
           MOVE 16 TO RETURN-CODE.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 3000-COMPARE-CATALOG - KEYED-SEQUENTIAL PASS OVER TUTCAT
      * MATCHED AGAINST THE BASE TABLE. A FILE THAT WILL NOT OPEN
      * OR THROWS A READ ERROR PART WAY IS DAMAGED OUTRIGHT.
      * ALSO USED TO RE-VERIFY A REBUILT CATALOG.
      *----------------------------------------------------------
       3000-COMPARE-CATALOG.
           MOVE ZERO TO VFY-CAT-READ.
           MOVE ZERO TO VFY-MISSING.
           MOVE ZERO TO VFY-EXTRA.
           MOVE ZERO TO VFY-MISMATCHED.
           MOVE 'N' TO VFY-DAMAGED-SW.
           MOVE 'N' TO VFY-CAT-EOF-SW.
           OPEN INPUT CATFILE.
           IF VFY-CAT-STATUS NOT = "00"
               SET VFY-CAT-DAMAGED TO TRUE
               MOVE SPACES TO RPT-NOTE-TEXT
               STRING "TUTCAT WILL NOT OPEN - STATUS "
                      VFY-CAT-STATUS DELIMITED BY SIZE
                   INTO RPT-NOTE-TEXT
               END-STRING
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
               GO TO 3000-EXIT.
           SET VFY-CAT-OPENED TO TRUE.
           MOVE LOW-VALUES TO CAT-KEY.
           START CATFILE KEY IS >= CAT-KEY
               INVALID KEY
                   SET VFY-CAT-EOF TO TRUE
           END-START.
           IF NOT VFY-CAT-EOF
               PERFORM 3100-READ-CATALOG THRU 3100-EXIT
           END-IF.
           MOVE 1 TO VFY-BX.
           PERFORM 3200-MATCH-ONE THRU 3200-EXIT
               UNTIL VFY-CAT-EOF AND VFY-BX > VFY-BASE-COUNT.
           CLOSE CATFILE.
           MOVE 'N' TO VFY-CAT-OPEN-SW.
       3000-EXIT.
           EXIT.

       3100-READ-CATALOG.
           READ CATFILE NEXT RECORD
               AT END
                   SET VFY-CAT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF VFY-CAT-STATUS NOT = "00"
               SET VFY-CAT-DAMAGED TO TRUE
               SET VFY-CAT-EOF TO TRUE
               MOVE SPACES TO RPT-NOTE-TEXT
               STRING "TUTCAT READ ERROR - STATUS "
                      VFY-CAT-STATUS
                      " - REST OF FILE UNREADABLE" DELIMITED BY SIZE
                   INTO RPT-NOTE-TEXT
               END-STRING
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
               GO TO 3100-EXIT.
           ADD 1 TO VFY-CAT-READ.
       3100-EXIT.
           EXIT.

       3200-MATCH-ONE.
           IF VFY-BX <= VFY-BASE-COUNT
               MOVE VFY-BASE-IMAGE (VFY-BX) TO VFY-CMP-BASE
           END-IF.
           IF VFY-CAT-EOF
               PERFORM 3310-REPORT-MISSING THRU 3310-EXIT
               ADD 1 TO VFY-BX
               GO TO 3200-EXIT.
           IF VFY-BX > VFY-BASE-COUNT
               PERFORM 3320-REPORT-EXTRA THRU 3320-EXIT
               PERFORM 3100-READ-CATALOG THRU 3100-EXIT
               GO TO 3200-EXIT.
           IF VFY-B-KEY < CAT-KEY
               PERFORM 3310-REPORT-MISSING THRU 3310-EXIT
               ADD 1 TO VFY-BX
               GO TO 3200-EXIT.
           IF VFY-B-KEY > CAT-KEY
               PERFORM 3320-REPORT-EXTRA THRU 3320-EXIT
               PERFORM 3100-READ-CATALOG THRU 3100-EXIT
               GO TO 3200-EXIT.
           IF CAT-RECORD (1:68) NOT = VFY-CMP-BASE
               PERFORM 3330-REPORT-MISMATCH THRU 3330-EXIT
           END-IF.
           ADD 1 TO VFY-BX.
           PERFORM 3100-READ-CATALOG THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3310-REPORT-MISSING.
           ADD 1 TO VFY-MISSING.
           MOVE VFY-B-KEY TO RPT-DET-KEY.
           MOVE "MISSING FROM TUTCAT " TO RPT-DET-DISP.
           MOVE VFY-B-TITLE TO RPT-DET-TEXT.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
       3310-EXIT.
           EXIT.

       3320-REPORT-EXTRA.
           ADD 1 TO VFY-EXTRA.
           MOVE CAT-KEY TO RPT-DET-KEY.
           MOVE "EXTRA ON TUTCAT     " TO RPT-DET-DISP.
           MOVE CAT-TITLE TO RPT-DET-TEXT.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
       3320-EXIT.
           EXIT.

       3330-REPORT-MISMATCH.
           ADD 1 TO VFY-MISMATCHED.
           EVALUATE TRUE
               WHEN CAT-TITLE NOT = VFY-B-TITLE
                   MOVE "TITLE     " TO RPT-DIFF-FIELD
               WHEN CAT-CATEGORY NOT = VFY-B-CATEGORY
                   MOVE "CATEGORY  " TO RPT-DIFF-FIELD
               WHEN CAT-DEPT NOT = VFY-B-DEPT
                   MOVE "DEPARTMENT" TO RPT-DIFF-FIELD
               WHEN CAT-EFF-DATE NOT = VFY-B-EFF-DATE
                   MOVE "EFF DATE  " TO RPT-DIFF-FIELD
               WHEN CAT-EXP-DATE NOT = VFY-B-EXP-DATE
                   MOVE "EXP DATE  " TO RPT-DIFF-FIELD
               WHEN CAT-STATUS NOT = VFY-B-STATUS
                   MOVE "STATUS    " TO RPT-DIFF-FIELD
               WHEN OTHER
                   MOVE "SOURCE    " TO RPT-DIFF-FIELD
           END-EVALUATE.
           MOVE CAT-KEY TO RPT-DET-KEY.
           MOVE "MISMATCHED          " TO RPT-DET-DISP.
           MOVE RPT-DIFF-TEXT TO RPT-DET-TEXT.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE.
       3330-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 4000-DECIDE-ACTION - A DAMAGED CATALOG, OR MORE
      * DIFFERENCES THAN THE THRESHOLD, IS REBUILT FROM THE
      * VERIFIED BASE. DIFFERENCES WITHIN THE THRESHOLD ARE LEFT
      * ON THE REPORT FOR THE HELP DESK TO SEE.
      *----------------------------------------------------------
       4000-DECIDE-ACTION.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           IF NOT VFY-CAT-DAMAGED
               AND VFY-DIFFERENCES NOT > VFY-LIMIT
               IF VFY-DIFFERENCES = 0
                   MOVE "NONE - TUTCAT AGREES" TO VFY-ACTION
               ELSE
                   MOVE "NONE - WITHIN THRESHOLD" TO VFY-ACTION
               END-IF
               GO TO 4000-EXIT.
           PERFORM 6100-RAISE-ALERT THRU 6100-EXIT.
           MOVE SPACES TO ALR-TEXT.
           IF VFY-CAT-DAMAGED
               STRING "TUTCAT DAMAGED (STATUS " VFY-CAT-STATUS
                      ") - REBUILT FROM THE EXTRACT BASE"
                      DELIMITED BY SIZE
                   INTO ALR-TEXT
               END-STRING
           ELSE
               STRING "TUTCAT DIFFERS FROM THE EXTRACT BASE BEYOND "
                      "THE THRESHOLD - REBUILT" DELIMITED BY SIZE
                   INTO ALR-TEXT
               END-STRING
           END-IF.
           WRITE ALR-RECORD FROM ALR-DETAIL-LINE.
           DISPLAY ALR-TEXT.
           PERFORM 5000-REBUILD-CATALOG THRU 5000-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 5000-REBUILD-CATALOG - REWRITE TUTCAT FROM THE VERIFIED
      * BASE THE SAME WAY THE LOAD'S 6300 BUILDS IT, THEN RUN THE
      * COMPARE AGAIN. A REBUILD THAT DOES NOT RE-VERIFY CLEAN IS
      * AN ABEND - INQUIRIES MUST NOT GO ON AGAINST IT.
      *----------------------------------------------------------
       5000-REBUILD-CATALOG.
           MOVE ZERO TO VFY-REBUILT.
           MOVE ZERO TO VFY-REBUILD-FAILS.
           OPEN OUTPUT CATFILE.
           IF VFY-CAT-STATUS NOT = "00"
               MOVE "REBUILD FAILED - TUTCAT WOULD NOT OPEN FOR OUTPUT"
                   TO VFY-ACTION
               PERFORM 5900-REBUILD-FAILED THRU 5900-EXIT
               GO TO 5000-EXIT.
           PERFORM 5100-WRITE-ONE-REBUILT THRU 5100-EXIT
               VARYING VFY-BX FROM 1 BY 1
               UNTIL VFY-BX > VFY-BASE-COUNT.
           CLOSE CATFILE.
           MOVE "RE-VERIFICATION OF THE REBUILT TUTCAT FOLLOWS"
               TO RPT-NOTE-TEXT.
           WRITE RPT-RECORD FROM RPT-NOTE-LINE.
           PERFORM 3000-COMPARE-CATALOG THRU 3000-EXIT.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           IF VFY-CAT-DAMAGED OR VFY-DIFFERENCES > 0
               OR VFY-REBUILD-FAILS > 0
               OR VFY-REBUILT NOT = VFY-BASE-COUNT
               MOVE "REBUILT - FAILED RE-VERIFICATION" TO VFY-ACTION
               PERFORM 5900-REBUILD-FAILED THRU 5900-EXIT
               GO TO 5000-EXIT.
           MOVE "REBUILT AND RE-VERIFIED" TO VFY-ACTION.
           MOVE "TUTCAT REBUILT AND RE-VERIFIED AGAINST THE BASE"
               TO ALR-TEXT.
           WRITE ALR-RECORD FROM ALR-DETAIL-LINE.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-REBUILT.
           MOVE VFY-BASE-IMAGE (VFY-BX) TO CAT-RECORD.
           WRITE CAT-RECORD
               INVALID KEY
                   ADD 1 TO VFY-REBUILD-FAILS
                   DISPLAY "TUTCAT REBUILD WRITE FAILED FOR "
                       CAT-KEY " STATUS " VFY-CAT-STATUS
               NOT INVALID KEY
                   ADD 1 TO VFY-REBUILT
           END-WRITE.
       5100-EXIT.
           EXIT.

       5900-REBUILD-FAILED.
           MOVE VFY-ACTION TO ALR-TEXT.
           WRITE ALR-RECORD FROM ALR-DETAIL-LINE.
           DISPLAY "TUTCAT " VFY-ACTION.
           MOVE 16 TO RETURN-CODE.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 6100-RAISE-ALERT - STAMP THE ALERT FILE ON THE FIRST TRIP
      *----------------------------------------------------------
       6100-RAISE-ALERT.
           IF NOT VFY-ALERTED
               SET VFY-ALERTED TO TRUE
               MOVE VFY-RUN-DATE TO ALR-H1-DATE
               WRITE ALR-RECORD FROM ALR-HEADER-LINE
           END-IF.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 8000-WRITE-TOTALS - COUNTS FOR THE PASS JUST RUN
      *----------------------------------------------------------
       8000-WRITE-TOTALS.
           COMPUTE VFY-DIFFERENCES =
               VFY-MISSING + VFY-EXTRA + VFY-MISMATCHED.
           MOVE VFY-CAT-READ TO RPT-TOT-READ.
           MOVE VFY-MISSING TO RPT-TOT-MISSING.
           MOVE VFY-EXTRA TO RPT-TOT-EXTRA.
           MOVE VFY-MISMATCHED TO RPT-TOT-MISMATCHED.
           WRITE RPT-RECORD FROM RPT-HEADER-3.
           WRITE RPT-RECORD FROM RPT-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 9000-TERMINATE - ACTION LINE, CLOSE UP AND LOG THE RUN
      *----------------------------------------------------------
       9000-TERMINATE.
           IF VFY-BASE-OK
               MOVE VFY-LIMIT TO RPT-ACT-LIMIT
               MOVE VFY-ACTION TO RPT-ACT-TEXT
               WRITE RPT-RECORD FROM RPT-ACTION-LINE
           END-IF.
           CLOSE RPTFILE.
           CLOSE ALRFILE.
           IF VFY-BASE-OK
               DISPLAY "TUTCAT VERIFICATION - READ: " VFY-CAT-READ
                   " MISSING: " VFY-MISSING
                   " EXTRA: " VFY-EXTRA
                   " MISMATCHED: " VFY-MISMATCHED
               DISPLAY "TUTCAT VERIFICATION - ACTION: " VFY-ACTION
           END-IF.
       9000-EXIT.
           EXIT.
