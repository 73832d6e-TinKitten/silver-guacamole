       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTLKM.
       AUTHOR. D-WOJCIK.
       INSTALLATION. TUTORIALS-CATALOG-MAINTENANCE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------
      *  10/15/2026 DW   ORIGINAL PROGRAM - DAILY MAINTENANCE OF
      *                  THE TUTORIAL RELATIONSHIP FILE. READS
      *                  ADD/DELETE LINK TRANSACTIONS (LNKTRN) -
      *                  PREREQUISITE (P) OR SUPERSEDED-BY (S)
      *                  PAIRS OF ENTRY KEYS - APPLIES THEM
      *                  AGAINST THE CARRIED-FORWARD LINKS
      *                  (LNKMST, COPYBOOK TUTLNK), WRITES THE
      *                  MAINTAINED LINKS OUT AS LNKFILE FOR THE
      *                  CATALOG LOAD AND TUTINQ, CARRIES THEM
      *                  FORWARD FOR TOMORROW AND PRINTS AN
      *                  APPLIED/REJECTED LINK REGISTER (LNKREG).
      *                  THE CARRY-FORWARD IS COMMIT-STYLE, AS IN
      *                  TUTMNT: LNKFILE IS PROVED AGAINST ITS
      *                  TRAILER, LNKMST MOVES TO LNKGEN1, AND A
      *                  COMMIT MARKER (LNKCMT) BRACKETS THE COPY
      *                  SO A TORN LNKMST IS PUT BACK FROM
      *                  LNKGEN1 ON THE NEXT RUN. WHETHER THE
      *                  KEYS ARE ON THE CATALOG IS LEFT TO THE
      *                  NIGHTLY LOAD, SO A LINK CAN BE KEYED
      *                  AHEAD OF ITS ENTRIES.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDLNK ASSIGN TO "LNKMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LKM-MST-STATUS.

           SELECT TRNFILE ASSIGN TO "LNKTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LKM-TRN-STATUS.

           SELECT TRNSRT ASSIGN TO "LTRSRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO "SRTWK01".

           SELECT NEWLNK ASSIGN TO "LNKFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGFILE ASSIGN TO "LNKREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LNKGEN1 ASSIGN TO "LNKGEN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LKM-GEN1-STATUS.

           SELECT CMTFILE ASSIGN TO "LNKCMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LKM-CMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDLNK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  OLDLNK-RECORD PIC X(40).

       FD  TRNFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  TRNFILE-RECORD PIC X(40).

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-ACTION         PIC X(01).
           05  SORT-LINK           PIC X(21).
           05  FILLER              PIC X(18).

       FD  TRNSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  TRNSRT-RECORD.
           05  TRN-ACTION          PIC X(01).
           05  TRN-LINK.
               10  TRN-KEY         PIC X(10).
               10  TRN-TYPE        PIC X(01).
               10  TRN-TARGET      PIC X(10).
           05  TRN-SUBMITTER       PIC X(08).
           05  FILLER              PIC X(10).

       FD  NEWLNK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  NEWLNK-RECORD PIC X(40).

       FD  REGFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-RECORD PIC X(80).

       FD  LNKGEN1
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  LNKGEN1-RECORD PIC X(40).

       FD  CMTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  CMT-RECORD PIC X(30).

       WORKING-STORAGE SECTION.
           COPY TUTLNK.

       01  LKM-SWITCHES.
           05  LKM-MST-STATUS      PIC X(02) VALUE SPACES.
           05  LKM-TRN-STATUS      PIC X(02) VALUE SPACES.
           05  LKM-GEN1-STATUS     PIC X(02) VALUE SPACES.
           05  LKM-CMT-STATUS      PIC X(02) VALUE SPACES.
           05  LKM-REL-EOF-SW      PIC X(01) VALUE 'N'.
               88  LKM-REL-EOF              VALUE 'Y'.
           05  LKM-ABORT-SW        PIC X(01) VALUE 'N'.
               88  LKM-ABORTED              VALUE 'Y'.
           05  LKM-VFY-OK-SW       PIC X(01) VALUE 'N'.
               88  LKM-VFY-OK               VALUE 'Y'.
           05  LKM-MST-OPEN-SW     PIC X(01) VALUE 'N'.
               88  LKM-MST-OPENED           VALUE 'Y'.
           05  LKM-MST-EOF-SW      PIC X(01) VALUE 'N'.
               88  LKM-MST-EOF              VALUE 'Y'.
           05  LKM-TRN-EOF-SW      PIC X(01) VALUE 'N'.
               88  LKM-TRN-EOF              VALUE 'Y'.
           05  LKM-CUR-EXISTS-SW   PIC X(01) VALUE 'N'.
               88  LKM-CUR-EXISTS           VALUE 'Y'.
           05  LKM-CPY-EOF-SW      PIC X(01) VALUE 'N'.
               88  LKM-CPY-EOF              VALUE 'Y'.

       01  LKM-COUNTERS.
           05  LKM-MST-READ        PIC 9(05) COMP VALUE ZERO.
           05  LKM-TRN-READ        PIC 9(05) COMP VALUE ZERO.
           05  LKM-APPLIED         PIC 9(05) COMP VALUE ZERO.
           05  LKM-REJECTED        PIC 9(05) COMP VALUE ZERO.
           05  LKM-MST-WRITTEN     PIC 9(05) COMP VALUE ZERO.
           05  LKM-ADDED           PIC 9(05) COMP VALUE ZERO.
           05  LKM-DELETED         PIC 9(05) COMP VALUE ZERO.

       01  LKM-MATCH-FIELDS.
           05  LKM-MST-LINK        PIC X(21) VALUE HIGH-VALUES.
           05  LKM-TRN-LINK        PIC X(21) VALUE HIGH-VALUES.
           05  LKM-CUR-LINK        PIC X(21) VALUE SPACES.

       01  LKM-CUR-RECORD          PIC X(40).

       01  LKM-EDIT-REASON         PIC X(22) VALUE SPACES.

       01  LKM-VERIFY-FIELDS.
           05  LKM-VFY-DETAILS     PIC 9(07) COMP VALUE ZERO.
           05  LKM-VFY-EXPECTED    PIC 9(07) COMP VALUE ZERO.
           05  LKM-VFY-TRL-SW      PIC X(01) VALUE 'N'.
               88  LKM-VFY-TRL-SEEN         VALUE 'Y'.

       01  LKM-VFY-RECORD          PIC X(40).
       01  LKM-VFY-RECORD-R REDEFINES LKM-VFY-RECORD.
           05  LKM-VFY-REC-ID      PIC X(04).
           05  FILLER              PIC X(02).
           05  LKM-VFY-TRL-COUNT   PIC 9(07).
           05  FILLER              PIC X(27).

       01  CMT-DETAIL-LINE.
           05  CMT-STATE           PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CMT-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  LKM-RUN-DATE            PIC 9(08).

       01  LKM-HDR-LINE.
           05  FILLER              PIC X(04) VALUE "*HDR".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LKM-HDR-DATE        PIC 9(08).
           05  FILLER              PIC X(26) VALUE SPACES.

       01  LKM-TRL-LINE.
           05  FILLER              PIC X(04) VALUE "*TRL".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LKM-TRL-COUNT       PIC 9(07).
           05  FILLER              PIC X(27) VALUE SPACES.

       01  REG-HEADER-1.
           05  FILLER              PIC X(11) VALUE "RUN DATE : ".
           05  REG-H1-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(59) VALUE SPACES.

       01  REG-HEADER-2.
           05  FILLER              PIC X(80)
                   VALUE "TUTORIALS CATALOG LINK MAINTENANCE REGISTER".

       01  REG-HEADER-3.
           05  FILLER              PIC X(80) VALUE ALL "-".

       01  REG-COLUMN-LINE.
           05  FILLER              PIC X(80) VALUE
               " A  ENTRY KEY  T  TARGET KEY  RESULT    REASON".

       01  REG-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REG-DET-ACTION      PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REG-DET-KEY         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  REG-DET-TYPE        PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REG-DET-TARGET      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REG-DET-DISP        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  REG-DET-REASON      PIC X(22).
           05  FILLER              PIC X(06) VALUE "  BY: ".
           05  REG-DET-SUB         PIC X(08).
           05  FILLER              PIC X(04) VALUE SPACES.

       01  REG-TOTAL-LINE.
           05  FILLER              PIC X(13) VALUE "TRANS READ : ".
           05  REG-TOT-READ        PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE "  APPLIED :".
           05  REG-TOT-APPLIED     PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  REJECTED :".
           05  REG-TOT-REJECTED    PIC ZZZZ9.
           05  FILLER              PIC X(29) VALUE SPACES.

       01  REG-MASTER-LINE.
           05  FILLER              PIC X(13) VALUE "LINKS IN   : ".
           05  REG-TOT-MST-IN      PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  LINKS OUT  :".
           05  REG-TOT-MST-OUT     PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  ADDED :".
           05  REG-TOT-ADDED       PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  DELETED :".
           05  REG-TOT-DELETED     PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------
      * 0000-MAINLINE - PROGRAM CONTROL
      *----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT LKM-ABORTED
               PERFORM 1100-SORT-TRANSACTIONS THRU 1100-EXIT
               PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
               PERFORM 8000-CARRY-FORWARD THRU 8000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF.
           STOP RUN.

      *----------------------------------------------------------
      * 1000-INITIALIZE - OPEN FILES AND PRINT REGISTER HEADERS.
      * A MISSING LINK MASTER IS NOT AN ERROR - THE FIRST RUN
      * STARTS WITH NO LINKS AT ALL.
      *----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT LKM-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1300-CHECK-CARRY-FORWARD THRU 1300-EXIT.
           IF LKM-ABORTED
               GO TO 1000-EXIT.
           OPEN INPUT OLDLNK.
           IF LKM-MST-STATUS = "00"
               SET LKM-MST-OPENED TO TRUE
           ELSE
               SET LKM-MST-EOF TO TRUE
               DISPLAY "NO PRIOR LINK MASTER ON FILE - STARTING "
                   "WITH NO LINKS"
           END-IF.
           OPEN OUTPUT NEWLNK.
           MOVE LKM-RUN-DATE TO LKM-HDR-DATE.
           WRITE NEWLNK-RECORD FROM LKM-HDR-LINE.
           OPEN OUTPUT REGFILE.
           MOVE LKM-RUN-DATE TO REG-H1-DATE.
           WRITE REG-RECORD FROM REG-HEADER-1.
           WRITE REG-RECORD FROM REG-HEADER-2.
           WRITE REG-RECORD FROM REG-HEADER-3.
           WRITE REG-RECORD FROM REG-COLUMN-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1300-CHECK-CARRY-FORWARD - IF THE COMMIT MARKER FROM THE
      * LAST RUN IS STILL OPEN, LNKMST MAY BE HALF-WRITTEN, SO IT
      * IS PUT BACK FROM LNKGEN1 BEFORE THE MATCH-MERGE SEES IT.
      * NO MARKER AT ALL MEANS A FIRST RUN.
      *----------------------------------------------------------
       1300-CHECK-CARRY-FORWARD.
           OPEN INPUT CMTFILE.
           IF LKM-CMT-STATUS NOT = "00"
               GO TO 1300-EXIT.
           MOVE SPACES TO CMT-STATE.
           READ CMTFILE INTO CMT-DETAIL-LINE
               AT END
                   MOVE SPACES TO CMT-STATE
           END-READ.
           CLOSE CMTFILE.
           IF CMT-STATE = "COMPLETE  "
               GO TO 1300-EXIT.
           DISPLAY "PRIOR LINK CARRY-FORWARD DID NOT COMPLETE - "
               "RECOVERING LNKMST FROM LNKGEN1".
           PERFORM 1310-RECOVER-FROM-GEN1 THRU 1310-EXIT.
       1300-EXIT.
           EXIT.

       1310-RECOVER-FROM-GEN1.
           OPEN INPUT LNKGEN1.
           IF LKM-GEN1-STATUS NOT = "00"
               SET LKM-ABORTED TO TRUE
               DISPLAY "NO LINK GENERATION BACKUP ON HAND - CANNOT "
                   "RECOVER THE LINKS, ABENDING"
               MOVE 16 TO RETURN-CODE
               GO TO 1310-EXIT.
           OPEN OUTPUT OLDLNK.
           MOVE 'N' TO LKM-CPY-EOF-SW.
           PERFORM 1320-COPY-ONE-RECOVERY THRU 1320-EXIT
               UNTIL LKM-CPY-EOF.
           CLOSE LNKGEN1.
           CLOSE OLDLNK.
           MOVE "COMPLETE  " TO CMT-STATE.
           PERFORM 8500-WRITE-COMMIT-MARKER THRU 8500-EXIT.
           DISPLAY "LINKS RECOVERED FROM LNKGEN1 - PROCEEDING".
       1310-EXIT.
           EXIT.

       1320-COPY-ONE-RECOVERY.
           READ LNKGEN1
               AT END
                   SET LKM-CPY-EOF TO TRUE
               NOT AT END
                   MOVE LNKGEN1-RECORD TO OLDLNK-RECORD
                   WRITE OLDLNK-RECORD
           END-READ.
       1320-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1100-SORT-TRANSACTIONS - SORT THE DAY'S LINK TRANSACTIONS
      * INTO KEY / TYPE / TARGET ORDER, KEEPING ARRIVAL ORDER
      * WITHIN A LINK SO A DELETE AND RE-ADD KEYED THE SAME DAY
      * APPLY IN THE ORDER THEY WERE KEYED
      *----------------------------------------------------------
       1100-SORT-TRANSACTIONS.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-LINK
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1150-RELEASE-TRANSACTIONS
                   THRU 1150-EXIT
               GIVING TRNSRT.
           OPEN INPUT TRNSRT.
       1100-EXIT.
           EXIT.

       1150-RELEASE-TRANSACTIONS.
           MOVE 'N' TO LKM-REL-EOF-SW.
           OPEN INPUT TRNFILE.
           IF LKM-TRN-STATUS = "00"
               PERFORM 1160-RELEASE-ONE-TRAN THRU 1160-EXIT
                   UNTIL LKM-REL-EOF
               CLOSE TRNFILE
           ELSE
               DISPLAY "NO LINK TRANSACTION FILE SUPPLIED"
           END-IF.
       1150-EXIT.
           EXIT.

       1160-RELEASE-ONE-TRAN.
           READ TRNFILE
               AT END
                   SET LKM-REL-EOF TO TRUE
               NOT AT END
                   MOVE TRNFILE-RECORD TO SORT-REC
                   RELEASE SORT-REC
           END-READ.
       1160-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2000-APPLY-TRANSACTIONS - TWO-FILE MATCH/MERGE ON THE
      * 21-BYTE KEY / TYPE / TARGET. EACH DISTINCT LINK IS BROUGHT
      * INTO LKM-CUR-RECORD (FROM THE MASTER WHEN IT EXISTS),
      * EVERY TRANSACTION FOR IT IS APPLIED IN TURN, AND WHATEVER
      * SURVIVES IS WRITTEN TO THE NEW LINK FILE.
      *----------------------------------------------------------
       2000-APPLY-TRANSACTIONS.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
           PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
           PERFORM 2300-PROCESS-LINK THRU 2300-EXIT
               UNTIL LKM-MST-LINK = HIGH-VALUES
                 AND LKM-TRN-LINK = HIGH-VALUES.
       2000-EXIT.
           EXIT.

       2100-READ-MASTER.
           IF LKM-MST-EOF
               MOVE HIGH-VALUES TO LKM-MST-LINK
           ELSE
               READ OLDLNK INTO LNK-WORK-RECORD
                   AT END
                       SET LKM-MST-EOF TO TRUE
                       MOVE HIGH-VALUES TO LKM-MST-LINK
                   NOT AT END
                       MOVE LNK-MATCH-KEY TO LKM-MST-LINK
               END-READ
           END-IF.
           IF NOT LKM-MST-EOF
               IF LNK-KEY (1:1) = "*"
                   GO TO 2100-READ-MASTER
               ELSE
                   ADD 1 TO LKM-MST-READ
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-READ-TRANSACTION.
           READ TRNSRT
               AT END
                   SET LKM-TRN-EOF TO TRUE
                   MOVE HIGH-VALUES TO LKM-TRN-LINK
               NOT AT END
                   ADD 1 TO LKM-TRN-READ
                   MOVE TRN-LINK TO LKM-TRN-LINK
           END-READ.
       2200-EXIT.
           EXIT.

       2300-PROCESS-LINK.
           IF LKM-MST-LINK <= LKM-TRN-LINK
               MOVE LKM-MST-LINK TO LKM-CUR-LINK
               MOVE LNK-WORK-RECORD TO LKM-CUR-RECORD
               SET LKM-CUR-EXISTS TO TRUE
               PERFORM 2100-READ-MASTER THRU 2100-EXIT
           ELSE
               MOVE LKM-TRN-LINK TO LKM-CUR-LINK
               MOVE 'N' TO LKM-CUR-EXISTS-SW
           END-IF.
           PERFORM 2400-APPLY-ONE-TRAN THRU 2400-EXIT
               UNTIL LKM-TRN-LINK NOT = LKM-CUR-LINK.
           IF LKM-CUR-EXISTS
               WRITE NEWLNK-RECORD FROM LKM-CUR-RECORD
               ADD 1 TO LKM-MST-WRITTEN
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2350-EDIT-TRANSACTION - AN ADD NEEDS A KNOWN LINK TYPE
      * AND TWO DIFFERENT, NON-BLANK ENTRY KEYS. A KEY STARTING
      * "*" WOULD READ BACK AS A CONTROL RECORD, SO IT BOUNCES.
      *----------------------------------------------------------
       2350-EDIT-TRANSACTION.
           MOVE SPACES TO LKM-EDIT-REASON.
           IF TRN-TYPE NOT = 'P' AND TRN-TYPE NOT = 'S'
               MOVE "LINK TYPE NOT P OR S  " TO LKM-EDIT-REASON
               GO TO 2350-EXIT.
           IF TRN-KEY = SPACES OR TRN-KEY (1:1) = "*"
               MOVE "BAD ENTRY KEY         " TO LKM-EDIT-REASON
               GO TO 2350-EXIT.
           IF TRN-TARGET = SPACES OR TRN-TARGET (1:1) = "*"
               MOVE "BAD TARGET KEY        " TO LKM-EDIT-REASON
               GO TO 2350-EXIT.
           IF TRN-KEY = TRN-TARGET
               MOVE "ENTRY LINKED TO ITSELF" TO LKM-EDIT-REASON
               GO TO 2350-EXIT.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2400-APPLY-ONE-TRAN - APPLY A SINGLE TRANSACTION TO THE
      * CURRENT LINK AND PUT THE RESULT ON THE REGISTER
      *----------------------------------------------------------
       2400-APPLY-ONE-TRAN.
           MOVE SPACES TO LKM-EDIT-REASON.
           IF TRN-ACTION = 'A'
               PERFORM 2350-EDIT-TRANSACTION THRU 2350-EXIT
               IF LKM-EDIT-REASON NOT = SPACES
                   PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT
                   PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           EVALUATE TRN-ACTION
               WHEN 'A'
                   IF LKM-CUR-EXISTS
                       PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT
                   ELSE
                       MOVE SPACES TO LNK-WORK-RECORD
                       MOVE TRN-LINK TO LNK-MATCH-KEY
                       MOVE LKM-RUN-DATE TO LNK-ADD-DATE
                       MOVE TRN-SUBMITTER TO LNK-ADD-BY
                       MOVE LNK-WORK-RECORD TO LKM-CUR-RECORD
                       SET LKM-CUR-EXISTS TO TRUE
                       ADD 1 TO LKM-ADDED
                       PERFORM 2410-REGISTER-APPLIED THRU 2410-EXIT
                   END-IF
               WHEN 'D'
                   IF LKM-CUR-EXISTS
                       MOVE 'N' TO LKM-CUR-EXISTS-SW
                       ADD 1 TO LKM-DELETED
                       PERFORM 2410-REGISTER-APPLIED THRU 2410-EXIT
                   ELSE
                       PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT
                   END-IF
               WHEN OTHER
                   PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT
           END-EVALUATE.
           PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT.
       2400-EXIT.
           EXIT.

       2410-REGISTER-APPLIED.
           ADD 1 TO LKM-APPLIED.
           MOVE TRN-ACTION TO REG-DET-ACTION.
           MOVE TRN-KEY TO REG-DET-KEY.
           MOVE TRN-TYPE TO REG-DET-TYPE.
           MOVE TRN-TARGET TO REG-DET-TARGET.
           MOVE "APPLIED " TO REG-DET-DISP.
           MOVE SPACES TO REG-DET-REASON.
           MOVE TRN-SUBMITTER TO REG-DET-SUB.
           WRITE REG-RECORD FROM REG-DETAIL-LINE.
       2410-EXIT.
           EXIT.

       2420-REGISTER-REJECT.
           ADD 1 TO LKM-REJECTED.
           MOVE TRN-ACTION TO REG-DET-ACTION.
           MOVE TRN-KEY TO REG-DET-KEY.
           MOVE TRN-TYPE TO REG-DET-TYPE.
           MOVE TRN-TARGET TO REG-DET-TARGET.
           MOVE "REJECTED" TO REG-DET-DISP.
           MOVE TRN-SUBMITTER TO REG-DET-SUB.
           IF LKM-EDIT-REASON NOT = SPACES
               MOVE LKM-EDIT-REASON TO REG-DET-REASON
           ELSE
               EVALUATE TRN-ACTION
                   WHEN 'A'
                       MOVE "ALREADY ON LINK FILE  " TO REG-DET-REASON
                   WHEN 'D'
                       MOVE "NOT ON LINK FILE      " TO REG-DET-REASON
                   WHEN OTHER
                       MOVE "INVALID ACTION CODE   " TO REG-DET-REASON
               END-EVALUATE
           END-IF.
           WRITE REG-RECORD FROM REG-DETAIL-LINE.
       2420-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 8000-CARRY-FORWARD - COMMIT-STYLE CARRY-FORWARD, AS IN
      * TUTMNT. THE NEW LINK FILE IS PROVED AGAINST ITS OWN
      * TRAILER FIRST; ONLY THEN DOES TODAY'S LNKMST MOVE TO
      * LNKGEN1, AND ONLY AFTER THAT DOES THE COMMIT MARKER OPEN
      * FOR THE COPY OVER LNKMST.
      *----------------------------------------------------------
       8000-CARRY-FORWARD.
           MOVE LKM-MST-WRITTEN TO LKM-TRL-COUNT.
           WRITE NEWLNK-RECORD FROM LKM-TRL-LINE.
           CLOSE NEWLNK.
           IF LKM-MST-OPENED
               CLOSE OLDLNK
           END-IF.
           PERFORM 8200-VERIFY-NEW-LINKS THRU 8200-EXIT.
           IF NOT LKM-VFY-OK
               DISPLAY "NEW LINK FILE FAILED TRAILER VERIFICATION - "
                   "CARRY-FORWARD ABANDONED, LNKMST AND "
                   "LNKGEN1 LEFT UNTOUCHED"
               MOVE 16 TO RETURN-CODE
               GO TO 8000-EXIT.
           OPEN INPUT OLDLNK.
           IF LKM-MST-STATUS = "00"
               OPEN OUTPUT LNKGEN1
               MOVE 'N' TO LKM-CPY-EOF-SW
               PERFORM 8310-COPY-MST-TO-GEN1 THRU 8310-EXIT
                   UNTIL LKM-CPY-EOF
               CLOSE OLDLNK
               CLOSE LNKGEN1
           END-IF.
           MOVE "INPROGRESS" TO CMT-STATE.
           PERFORM 8500-WRITE-COMMIT-MARKER THRU 8500-EXIT.
           OPEN INPUT NEWLNK.
           OPEN OUTPUT OLDLNK.
           MOVE 'N' TO LKM-CPY-EOF-SW.
           PERFORM 8100-COPY-LINK-RECORD THRU 8100-EXIT
               UNTIL LKM-CPY-EOF.
           CLOSE NEWLNK.
           CLOSE OLDLNK.
           MOVE "COMPLETE  " TO CMT-STATE.
           PERFORM 8500-WRITE-COMMIT-MARKER THRU 8500-EXIT.
       8000-EXIT.
           EXIT.

       8100-COPY-LINK-RECORD.
           READ NEWLNK
               AT END
                   SET LKM-CPY-EOF TO TRUE
               NOT AT END
                   MOVE NEWLNK-RECORD TO OLDLNK-RECORD
                   WRITE OLDLNK-RECORD
           END-READ.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 8200-VERIFY-NEW-LINKS - READ THE JUST-WRITTEN LINK FILE
      * BACK AND PROVE ITS DETAIL COUNT AGAINST BOTH ITS TRAILER
      * AND THE COUNT THIS RUN BELIEVES IT WROTE
      *----------------------------------------------------------
       8200-VERIFY-NEW-LINKS.
           MOVE 'N' TO LKM-VFY-OK-SW.
           MOVE 'N' TO LKM-VFY-TRL-SW.
           MOVE ZERO TO LKM-VFY-DETAILS.
           MOVE ZERO TO LKM-VFY-EXPECTED.
           OPEN INPUT NEWLNK.
           MOVE 'N' TO LKM-CPY-EOF-SW.
           PERFORM 8210-VERIFY-ONE-RECORD THRU 8210-EXIT
               UNTIL LKM-CPY-EOF.
           CLOSE NEWLNK.
           MOVE 'N' TO LKM-CPY-EOF-SW.
           IF LKM-VFY-TRL-SEEN
               AND LKM-VFY-DETAILS = LKM-VFY-EXPECTED
               AND LKM-VFY-DETAILS = LKM-MST-WRITTEN
               SET LKM-VFY-OK TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

       8210-VERIFY-ONE-RECORD.
           READ NEWLNK
               AT END
                   SET LKM-CPY-EOF TO TRUE
                   GO TO 8210-EXIT
           END-READ.
           MOVE NEWLNK-RECORD TO LKM-VFY-RECORD.
           IF LKM-VFY-REC-ID = "*HDR"
               GO TO 8210-EXIT.
           IF LKM-VFY-REC-ID = "*TRL"
               SET LKM-VFY-TRL-SEEN TO TRUE
               IF LKM-VFY-TRL-COUNT IS NUMERIC
                   MOVE LKM-VFY-TRL-COUNT TO LKM-VFY-EXPECTED
               END-IF
               GO TO 8210-EXIT.
           ADD 1 TO LKM-VFY-DETAILS.
       8210-EXIT.
           EXIT.

       8310-COPY-MST-TO-GEN1.
           READ OLDLNK
               AT END
                   SET LKM-CPY-EOF TO TRUE
               NOT AT END
                   MOVE OLDLNK-RECORD TO LNKGEN1-RECORD
                   WRITE LNKGEN1-RECORD
           END-READ.
       8310-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 8500-WRITE-COMMIT-MARKER - REWRITE THE SINGLE-RECORD
      * COMMIT MARKER WITH THE STATE ALREADY SET IN CMT-STATE
      *----------------------------------------------------------
       8500-WRITE-COMMIT-MARKER.
           MOVE LKM-RUN-DATE TO CMT-RUN-DATE.
           OPEN OUTPUT CMTFILE.
           WRITE CMT-RECORD FROM CMT-DETAIL-LINE.
           CLOSE CMTFILE.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 9000-TERMINATE - WRITE THE REGISTER TOTALS AND CLOSE UP
      *----------------------------------------------------------
       9000-TERMINATE.
           MOVE LKM-TRN-READ TO REG-TOT-READ.
           MOVE LKM-APPLIED TO REG-TOT-APPLIED.
           MOVE LKM-REJECTED TO REG-TOT-REJECTED.
           MOVE LKM-MST-READ TO REG-TOT-MST-IN.
           MOVE LKM-MST-WRITTEN TO REG-TOT-MST-OUT.
           MOVE LKM-ADDED TO REG-TOT-ADDED.
           MOVE LKM-DELETED TO REG-TOT-DELETED.
           WRITE REG-RECORD FROM REG-HEADER-3.
           WRITE REG-RECORD FROM REG-TOTAL-LINE.
           WRITE REG-RECORD FROM REG-MASTER-LINE.
           CLOSE TRNSRT.
           CLOSE REGFILE.
           DISPLAY "LINK MAINTENANCE - APPLIED: " LKM-APPLIED
               " REJECTED: " LKM-REJECTED
               " LINKS OUT: " LKM-MST-WRITTEN.
       9000-EXIT.
           EXIT.
