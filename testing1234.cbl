      *                  PUBLISHED ON ANY ARCHIVED DATE, AND
      *                  TUTHKP TRIMS THE ARCHIVE BY ITS SNPKEEP
      *                  RULE.
      *  10/15/2026 DW   POSTS THE TUTFILE DETAILS READ (WITH THE
      *                  TUTFILE *HDR DATE), THE ENTRIES
      *                  PUBLISHED, THE EXTFILE AND TUTCAT
      *                  RECORDS WRITTEN AND THE SNAPSHOT RECORDS
      *                  ARCHIVED TO THE CONTROL LEDGER (CTLLDG,
      *                  COPYBOOK TUTLDG) SO TUTCHN CAN PROVE THE
      *                  HANDOFFS BETWEEN TUTCON, TUTMNT AND THIS
      *                  LOAD - BALRPT ONLY EVER PROVED THIS STEP.
      *  10/15/2026 DW   VALIDATES THE TUTORIAL RELATIONSHIP FILE
      *                  (LNKFILE, COPYBOOK TUTLNK, MAINTAINED BY
      *                  TUTLKM) AGAINST THE CATALOG JUST
      *                  PUBLISHED. THE LINK EXCEPTION REPORT
      *                  (LNKEXC) LISTS LINKS WHOSE KEYS ARE
      *                  MISSING, RETIRED, EXPIRED OR HELD ON THE
      *                  PENDING QUEUE (TRNPND), AND ACTIVE
      *                  ENTRIES WHOSE PREREQUISITE WAS REMOVED BY
      *                  TODAY'S RECONCILIATION (RECFILE REMOVED
      *                  EVENTS). SAME GATE AS THE EXTRACT.
      *  10/15/2026 DW   LINK VALIDATION NOW TAKES EXPIRED AND
      *                  PENDING FROM THE KEYS THIS LOAD HELD OUT
      *                  AT 3150/3155 INSTEAD OF FROM TRNPND,
      *                  WHICH NOW ONLY FLAGS A DELETE SCHEDULED
      *                  AGAINST A PUBLISHED TARGET. LNKEXC IS
      *                  OPENED EVERY RUN AND CARRIES A NOTE WHEN
      *                  THE LOAD DID NOT PUBLISH.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS CAT-KEY
               FILE STATUS IS WS-CAT-STATUS.

           SELECT LDGFILE ASSIGN TO "CTLLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDG-FILE-STATUS.

           SELECT LNKFILE ASSIGN TO "LNKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNK-STATUS.

           SELECT PNDFILE ASSIGN TO "TRNPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

           SELECT LNXFILE ASSIGN TO "LNKEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TUTFILE
           05  CAT-SOURCE          PIC X(03).
           05  FILLER              PIC X(12).

       FD  LDGFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  LDG-RECORD PIC X(60).

       FD  LNKFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  LNK-RECORD PIC X(40).

       FD  PNDFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS.
       01  PND-RECORD PIC X(112).

       FD  LNXFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LNX-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY TUTTAB.
           COPY TUTREF.
           COPY TUTLDG.
           COPY TUTLNK.
           COPY TUTPND.

       01  WS-RESTART-FIELDS.
           05  WS-RST-STATUS       PIC X(02) VALUE SPACES.
           05  WS-CTL-MISMATCH-SW  PIC X(01) VALUE 'N'.
               88  WS-CTL-MISMATCH           VALUE 'Y'.
           05  WS-CTL-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-CTL-HDR-DATE     PIC 9(08) VALUE ZERO.
           05  WS-CTL-EXPECTED     PIC 9(07) COMP VALUE ZERO.
           05  WS-DUP-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-NOT-LOADED       PIC S9(07) COMP VALUE ZERO.
           05  FILLER              PIC X(02).
           05  WS-CTL-TRL-COUNT    PIC 9(07).
           05  FILLER              PIC X(67).
       01  WS-CTL-HDR-R REDEFINES WS-CTL-RECORD.
           05  FILLER              PIC X(06).
           05  WS-CTL-HDR-FEED-DATE PIC 9(08).
           05  FILLER              PIC X(66).

       01  WS-LEDGER-FIELDS.
           05  WS-EXT-WRITTEN      PIC 9(07) COMP VALUE ZERO.
           05  WS-CAT-WRITTEN      PIC 9(07) COMP VALUE ZERO.
           05  WS-SNP-ARCHIVED     PIC 9(07) COMP VALUE ZERO.
           05  WS-PUBLISHED-SW     PIC X(01) VALUE 'N'.
               88  WS-PUBLISHED              VALUE 'Y'.
           05  WS-SNP-TAKEN-SW     PIC X(01) VALUE 'N'.
               88  WS-SNP-TAKEN              VALUE 'Y'.

       01  BAL-DETAIL-LINE.
           05  BAL-LABEL           PIC X(20).
           05  REC-UNCHANGED-CNT   PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.

      *----------------------------------------------------------
      * LINK VALIDATION - TODAY'S REMOVED KEYS (FROM RECFILE) AND
      * THE KEYS HELD ON THE PENDING QUEUE, LOADED ONCE AND
      * SEARCHED FOR EACH LINK ON LNKFILE
      *----------------------------------------------------------
       01  WS-LINK-FIELDS.
           05  WS-LNK-STATUS       PIC X(02) VALUE SPACES.
           05  WS-PND-STATUS       PIC X(02) VALUE SPACES.
           05  WS-LNK-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-LNK-EOF                VALUE 'Y'.
           05  WS-PND-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-PND-EOF                VALUE 'Y'.
           05  WS-LNK-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-LNK-FOUND              VALUE 'Y'.
           05  WS-LNK-EXPD-SW      PIC X(01) VALUE 'N'.
               88  WS-LNK-EXPIRED            VALUE 'Y'.
           05  WS-LNK-HELD-SW      PIC X(01) VALUE 'N'.
               88  WS-LNK-HELD               VALUE 'Y'.
           05  WS-LNK-DEL-SCHED-SW PIC X(01) VALUE 'N'.
               88  WS-LNK-DEL-SCHED          VALUE 'Y'.
           05  WS-LNK-VALID-SW     PIC X(01) VALUE 'N'.
               88  WS-LNK-VALIDATED          VALUE 'Y'.
           05  WS-LNK-RMV-SW       PIC X(01) VALUE 'N'.
               88  WS-LNK-RMV                VALUE 'Y'.
           05  WS-LNK-KEY-ACT-SW   PIC X(01) VALUE 'N'.
               88  WS-LNK-KEY-ACTIVE         VALUE 'Y'.
           05  WS-LNK-CHECK-KEY    PIC X(10) VALUE SPACES.
           05  WS-LNK-CAT-STATUS   PIC X(01) VALUE SPACES.
           05  WS-LNK-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-LNK-EXCEPTIONS   PIC 9(07) COMP VALUE ZERO.
           05  WS-LX               PIC 9(05) COMP VALUE ZERO.
           05  WS-RMV-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-RMV-MAX          PIC 9(05) COMP VALUE 2000.
           05  WS-PNDK-COUNT       PIC 9(05) COMP VALUE ZERO.
           05  WS-PNDK-MAX         PIC 9(05) COMP VALUE 2000.

       01  WS-RMV-TABLE.
           05  WS-RMV-KEY          PIC X(10) OCCURS 2000 TIMES.

      *----------------------------------------------------------
      * KEYS 3150 AND 3155 HELD OUT OF TODAY'S CATALOG AS EXPIRED
      * OR NOT YET EFFECTIVE. FILLED IN TABLE ORDER, SO IN KEY
      * ORDER, FOR THE LINK VALIDATION'S SEARCH ALL.
      *----------------------------------------------------------
       01  WS-EXPK-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-EXPK-TABLE.
           05  WS-EXPK-KEY         PIC X(10)
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EXPK-COUNT
                   ASCENDING KEY IS WS-EXPK-KEY
                   INDEXED BY WS-EXPK-IDX.

       01  WS-PNDH-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-PNDH-TABLE.
           05  WS-PNDH-KEY         PIC X(10)
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PNDH-COUNT
                   ASCENDING KEY IS WS-PNDH-KEY
                   INDEXED BY WS-PNDH-IDX.

       01  WS-PNDK-TABLE.
           05  WS-PNDK-ENTRY OCCURS 2000 TIMES.
               10  WS-PNDK-KEY     PIC X(10).
               10  WS-PNDK-ACTION  PIC X(01).

       01  LNX-HEADER-1.
           05  FILLER              PIC X(11) VALUE "RUN DATE : ".
           05  LNX-H1-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(59) VALUE SPACES.

       01  LNX-HEADER-2.
           05  FILLER              PIC X(80)
                   VALUE "TUTORIALS CATALOG LINK EXCEPTION REPORT".

       01  LNX-HEADER-3.
           05  FILLER              PIC X(80) VALUE ALL "-".

       01  LNX-COLUMN-LINE.
           05  FILLER              PIC X(80) VALUE
               " ENTRY KEY   LINK TYPE      TARGET KEY  EXCEPTION".

       01  LNX-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LNX-DET-KEY         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LNX-DET-TYPE        PIC X(13).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LNX-DET-TARGET      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LNX-DET-REASON      PIC X(30).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  LNX-NOTE-LINE.
           05  FILLER              PIC X(80)
                   VALUE "NO LINK FILE ON HAND - NO LINKS VALIDATED".

       01  LNX-SKIP-LINE.
           05  FILLER              PIC X(80)
                   VALUE "LOAD NOT PUBLISHED - LINKS NOT VALIDATED".

       01  LNX-TOTAL-LINE.
           05  FILLER              PIC X(13) VALUE "LINKS READ : ".
           05  LNX-TOT-READ        PIC ZZZZZZ9.
           05  FILLER              PIC X(15) VALUE "  EXCEPTIONS : ".
           05  LNX-TOT-EXCEPTIONS  PIC ZZZZZZ9.
           05  FILLER              PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------
                   PERFORM 4600-APPEND-CHANGE-HISTORY THRU 4600-EXIT
                   PERFORM 6000-WRITE-EXTRACT THRU 6000-EXIT
                   PERFORM 6300-WRITE-KEYED-CATALOG THRU 6300-EXIT
                   PERFORM 6800-VALIDATE-LINKS THRU 6800-EXIT
                   IF WS-PVN-OK
                       PERFORM 6500-WRITE-DELTA-EXTRACT
                           THRU 6500-EXIT
               OPEN OUTPUT CHGHIST
           END-IF.
           OPEN OUTPUT SUMFILE.
           OPEN OUTPUT LNXFILE.
           MOVE WS-RUN-DATE TO LNX-H1-DATE.
           WRITE LNX-RECORD FROM LNX-HEADER-1.
           WRITE LNX-RECORD FROM LNX-HEADER-2.
           WRITE LNX-RECORD FROM LNX-HEADER-3.
           OPEN OUTPUT WRNFILE.
           MOVE WS-RUN-DATE TO WRN-H1-DATE.
           MOVE WS-WARN-DAYS TO WRN-H2-DAYS.
           END-READ.
           MOVE TUT-RECORD TO WS-CTL-RECORD.
           IF WS-CTL-REC-ID = "*HDR"
               IF WS-CTL-HDR-FEED-DATE IS NUMERIC
                   MOVE WS-CTL-HDR-FEED-DATE TO WS-CTL-HDR-DATE
               END-IF
               GO TO 1056-EXIT.
           IF WS-CTL-REC-ID = "*TRL"
               SET WS-CTL-TRL-SEEN TO TRUE
           MOVE WS-A-EXP-DATE (WS-IDX) TO WRN-DT-DATE.
           MOVE WRN-DATE-TEXT TO WRN-DET-TEXT.
           WRITE WRN-RECORD FROM WRN-DETAIL-LINE.
           ADD 1 TO WS-EXPK-COUNT.
           MOVE WS-A (WS-IDX) TO WS-EXPK-KEY (WS-EXPK-COUNT).
       3150-EXIT.
           EXIT.

           MOVE WS-A-EFF-DATE (WS-IDX) TO WRN-DT-DATE.
           MOVE WRN-DATE-TEXT TO WRN-DET-TEXT.
           WRITE WRN-RECORD FROM WRN-DETAIL-LINE.
           ADD 1 TO WS-PNDH-COUNT.
           MOVE WS-A (WS-IDX) TO WS-PNDH-KEY (WS-PNDH-COUNT).
       3155-EXIT.
           EXIT.

      * 6000-WRITE-EXTRACT - PIPE-DELIMITED EXTRACT FOR DOWNSTREAM
      *----------------------------------------------------------
       6000-WRITE-EXTRACT.
           SET WS-PUBLISHED TO TRUE.
           OPEN OUTPUT PRVNEW.
           MOVE ZERO TO WS-IDX.
           PERFORM 6100-WRITE-EXTRACT-DETAIL THRU 6100-EXIT
           PERFORM 6150-BUILD-EXTRACT-IMAGE THRU 6150-EXIT.
           WRITE EXT-RECORD FROM EXT-DETAIL-LINE.
           WRITE PVN-RECORD FROM EXT-DETAIL-LINE.
           ADD 1 TO WS-EXT-WRITTEN.
       6100-EXIT.
           EXIT.

               INVALID KEY
                   DISPLAY "KEYED CATALOG WRITE FAILED FOR "
                       CAT-KEY " STATUS " WS-CAT-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CAT-WRITTEN
           END-WRITE.
       6310-EXIT.
           EXIT.
           IF WS-SNP-STATUS NOT = "00"
               OPEN OUTPUT SNPFILE
           END-IF.
           SET WS-SNP-TAKEN TO TRUE.
           OPEN INPUT PRVNEW.
           MOVE 'N' TO WS-CPY-EOF-SW.
           PERFORM 6720-ARCHIVE-ONE-RECORD THRU 6720-EXIT
           MOVE WS-RUN-DATE TO SNP-GEN-DATE.
           MOVE PVN-RECORD TO SNP-GEN-DATA.
           WRITE SNP-RECORD FROM SNP-DETAIL-LINE.
           IF PVN-RECORD (1:1) = 'D'
               ADD 1 TO WS-SNP-ARCHIVED
           END-IF.
       6720-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 6800-VALIDATE-LINKS - PROVE EVERY LINK ON THE TUTORIAL
      * RELATIONSHIP FILE (LNKFILE, MAINTAINED BY TUTLKM) AGAINST
      * THE CATALOG JUST PUBLISHED. BOTH KEYS OF A LINK MUST BE
      * ON THE CATALOG; THE TARGET MUST ALSO BE ACTIVE, SINCE A
      * PREREQUISITE OR REPLACEMENT NOBODY CAN TAKE IS NO ANSWER
      * FOR THE HELP DESK. A KEY THIS LOAD HELD OUT AS EXPIRED
      * OR NOT YET EFFECTIVE IS CALLED OUT AS SUCH RATHER THAN
      * MISSING, AND A PUBLISHED TARGET WITH A DELETE SCHEDULED
      * ON TUTMNT'S PENDING QUEUE (TRNPND) IS CALLED OUT AHEAD OF
      * THE DAY IT GOES. A PREREQUISITE TARGET THAT TODAY'S
      * RECONCILIATION REMOVED, ON A LINK WHOSE ENTRY IS STILL
      * ACTIVE, IS CALLED OUT ON ITS OWN. ONLY PERFORMED UNDER
      * THE SAME GATE AS THE EXTRACT - LNKEXC IS STILL OPENED
      * EVERY RUN, AND A RUN THAT NEVER GETS HERE LEAVES THE
      * NOT-VALIDATED NOTE ON IT AT 9000.
      *----------------------------------------------------------
       6800-VALIDATE-LINKS.
           SET WS-LNK-VALIDATED TO TRUE.
           OPEN INPUT LNKFILE.
           IF WS-LNK-STATUS NOT = "00"
               WRITE LNX-RECORD FROM LNX-NOTE-LINE
               DISPLAY "NO LINK FILE ON HAND - LINK VALIDATION "
                   "SKIPPED"
               GO TO 6800-EXIT.
           WRITE LNX-RECORD FROM LNX-COLUMN-LINE.
           PERFORM 6810-LOAD-REMOVED-KEYS THRU 6810-EXIT.
           PERFORM 6820-LOAD-PENDING-KEYS THRU 6820-EXIT.
           MOVE 'N' TO WS-LNK-EOF-SW.
           PERFORM 6830-CHECK-ONE-LINK THRU 6830-EXIT
               UNTIL WS-LNK-EOF.
           CLOSE LNKFILE.
           MOVE WS-LNK-READ TO LNX-TOT-READ.
           MOVE WS-LNK-EXCEPTIONS TO LNX-TOT-EXCEPTIONS.
           WRITE LNX-RECORD FROM LNX-HEADER-3.
           WRITE LNX-RECORD FROM LNX-TOTAL-LINE.
           DISPLAY "LINK VALIDATION - LINKS READ: " WS-LNK-READ
               " EXCEPTIONS: " WS-LNK-EXCEPTIONS.
       6800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 6810-LOAD-REMOVED-KEYS - PICK TODAY'S REMOVED EVENTS BACK
      * OFF RECFILE, THE SAME WAY 4600 DOES FOR CHGHIST, AND
      * LEAVE RECFILE OPEN FOR EXTEND AS 4600 LEFT IT
      *----------------------------------------------------------
       6810-LOAD-REMOVED-KEYS.
           MOVE ZERO TO WS-RMV-COUNT.
           CLOSE RECFILE.
           OPEN INPUT RECFILE.
           MOVE 'N' TO WS-REC-EOF-SW.
           PERFORM 6815-NOTE-ONE-REMOVAL THRU 6815-EXIT
               UNTIL WS-REC-EOF.
           CLOSE RECFILE.
           OPEN EXTEND RECFILE.
       6810-EXIT.
           EXIT.

       6815-NOTE-ONE-REMOVAL.
           READ RECFILE INTO REC-DETAIL-LINE
               AT END
                   SET WS-REC-EOF TO TRUE
                   GO TO 6815-EXIT
           END-READ.
           IF REC-CHANGE-TYPE NOT = "REMOVED "
               GO TO 6815-EXIT.
           IF WS-RMV-COUNT >= WS-RMV-MAX
               DISPLAY "REMOVED-KEY TABLE FULL - " REC-ENTRY
                   " NOT CHECKED AGAINST THE LINKS"
               GO TO 6815-EXIT.
           ADD 1 TO WS-RMV-COUNT.
           MOVE REC-ENTRY TO WS-RMV-KEY (WS-RMV-COUNT).
       6815-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 6820-LOAD-PENDING-KEYS - NOTE EVERY KEY WITH A
      * TRANSACTION SCHEDULED ON TUTMNT'S PENDING QUEUE. NO QUEUE
      * ON HAND SIMPLY MEANS NOTHING IS SCHEDULED.
      *----------------------------------------------------------
       6820-LOAD-PENDING-KEYS.
           MOVE ZERO TO WS-PNDK-COUNT.
           OPEN INPUT PNDFILE.
           IF WS-PND-STATUS NOT = "00"
               GO TO 6820-EXIT.
           MOVE 'N' TO WS-PND-EOF-SW.
           PERFORM 6825-NOTE-ONE-PENDING THRU 6825-EXIT
               UNTIL WS-PND-EOF.
           CLOSE PNDFILE.
       6820-EXIT.
           EXIT.

       6825-NOTE-ONE-PENDING.
           READ PNDFILE INTO PND-WORK-RECORD
               AT END
                   SET WS-PND-EOF TO TRUE
                   GO TO 6825-EXIT
           END-READ.
           IF WS-PNDK-COUNT >= WS-PNDK-MAX
               DISPLAY "PENDING-KEY TABLE FULL - " PND-KEY
                   " NOT CHECKED AGAINST THE LINKS"
               GO TO 6825-EXIT.
           ADD 1 TO WS-PNDK-COUNT.
           MOVE PND-KEY TO WS-PNDK-KEY (WS-PNDK-COUNT).
           MOVE PND-ACTION TO WS-PNDK-ACTION (WS-PNDK-COUNT).
       6825-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 6830-CHECK-ONE-LINK - VALIDATE BOTH ENDS OF ONE LINK
      *----------------------------------------------------------
       6830-CHECK-ONE-LINK.
           READ LNKFILE INTO LNK-WORK-RECORD
               AT END
                   SET WS-LNK-EOF TO TRUE
                   GO TO 6830-EXIT
           END-READ.
           IF LNK-KEY (1:1) = "*"
               GO TO 6830-EXIT.
           ADD 1 TO WS-LNK-READ.
           MOVE LNK-KEY TO WS-LNK-CHECK-KEY.
           PERFORM 6850-FIND-CATALOG-KEY THRU 6850-EXIT.
           MOVE 'N' TO WS-LNK-KEY-ACT-SW.
           IF WS-LNK-FOUND
               IF WS-LNK-CAT-STATUS = 'A'
                   SET WS-LNK-KEY-ACTIVE TO TRUE
               END-IF
           ELSE
               IF WS-LNK-EXPIRED
                   MOVE "ENTRY KEY EXPIRED" TO LNX-DET-REASON
               ELSE
                   IF WS-LNK-HELD
                       MOVE "ENTRY KEY HELD PENDING"
                           TO LNX-DET-REASON
                   ELSE
                       MOVE "ENTRY KEY NOT ON CATALOG"
                           TO LNX-DET-REASON
                   END-IF
               END-IF
               PERFORM 6890-WRITE-LINK-EXCEPTION THRU 6890-EXIT
           END-IF.
           MOVE LNK-TARGET TO WS-LNK-CHECK-KEY.
           PERFORM 6850-FIND-CATALOG-KEY THRU 6850-EXIT.
           IF NOT WS-LNK-FOUND
               PERFORM 6840-TARGET-NOT-ON-CATALOG THRU 6840-EXIT
               GO TO 6830-EXIT.
           MOVE SPACES TO LNX-DET-REASON.
           IF WS-LNK-CAT-STATUS = 'R'
               MOVE "TARGET KEY RETIRED" TO LNX-DET-REASON
           ELSE
               PERFORM 6860-FIND-PENDING-KEY THRU 6860-EXIT
               IF WS-LNK-DEL-SCHED
                   MOVE "TARGET DELETE SCHEDULED" TO LNX-DET-REASON
               END-IF
           END-IF.
           IF LNX-DET-REASON NOT = SPACES
               PERFORM 6890-WRITE-LINK-EXCEPTION THRU 6890-EXIT
           END-IF.
       6830-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 6840-TARGET-NOT-ON-CATALOG - A PREREQUISITE REMOVED BY
      * TODAY'S RECONCILIATION UNDER AN ENTRY THAT IS STILL
      * ACTIVE TAKES PRIORITY; THEN A TARGET THIS LOAD HELD OUT
      * AS EXPIRED OR PENDING; ONLY THEN IS IT MISSING.
      *----------------------------------------------------------
       6840-TARGET-NOT-ON-CATALOG.
           MOVE 'N' TO WS-LNK-RMV-SW.
           IF LNK-PREREQUISITE AND WS-LNK-KEY-ACTIVE
               PERFORM 6845-TEST-REMOVED-KEY THRU 6845-EXIT
                   VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-RMV-COUNT OR WS-LNK-RMV
           END-IF.
           IF WS-LNK-RMV
               MOVE "PREREQUISITE REMOVED TODAY" TO LNX-DET-REASON
           ELSE
               IF WS-LNK-EXPIRED
                   MOVE "TARGET KEY EXPIRED" TO LNX-DET-REASON
               ELSE
                   IF WS-LNK-HELD
                       MOVE "TARGET KEY HELD PENDING"
                           TO LNX-DET-REASON
                   ELSE
                       MOVE "TARGET KEY NOT ON CATALOG"
                           TO LNX-DET-REASON
                   END-IF
               END-IF
           END-IF.
           PERFORM 6890-WRITE-LINK-EXCEPTION THRU 6890-EXIT.
       6840-EXIT.
           EXIT.

       6845-TEST-REMOVED-KEY.
           IF WS-RMV-KEY (WS-LX) = LNK-TARGET
               SET WS-LNK-RMV TO TRUE
           END-IF.
       6845-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 6850-FIND-CATALOG-KEY - LOOK WS-LNK-CHECK-KEY UP ON THE
      * VALIDATED TABLE, WHICH IS IN KEY ORDER. A KEY NOT THERE
      * IS LOOKED FOR ON THE EXPIRED AND PENDING-HELD KEYS.
      *----------------------------------------------------------
       6850-FIND-CATALOG-KEY.
           MOVE 'N' TO WS-LNK-FOUND-SW.
           MOVE 'N' TO WS-LNK-EXPD-SW.
           MOVE 'N' TO WS-LNK-HELD-SW.
           MOVE SPACES TO WS-LNK-CAT-STATUS.
           IF WS-TABLE-COUNT > 0
               SEARCH ALL WS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-A (WS-A-IDX) = WS-LNK-CHECK-KEY
                       SET WS-LNK-FOUND TO TRUE
                       MOVE WS-A-STATUS (WS-A-IDX)
                           TO WS-LNK-CAT-STATUS
               END-SEARCH
           END-IF.
           IF WS-LNK-FOUND
               GO TO 6850-EXIT.
           IF WS-EXPK-COUNT > 0
               SEARCH ALL WS-EXPK-KEY
                   AT END
                       CONTINUE
                   WHEN WS-EXPK-KEY (WS-EXPK-IDX) = WS-LNK-CHECK-KEY
                       SET WS-LNK-EXPIRED TO TRUE
               END-SEARCH
           END-IF.
           IF WS-PNDH-COUNT > 0
               SEARCH ALL WS-PNDH-KEY
                   AT END
                       CONTINUE
                   WHEN WS-PNDH-KEY (WS-PNDH-IDX) = WS-LNK-CHECK-KEY
                       SET WS-LNK-HELD TO TRUE
               END-SEARCH
           END-IF.
       6850-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 6860-FIND-PENDING-KEY - IS A DELETE FOR WS-LNK-CHECK-KEY
      * SCHEDULED ON THE PENDING QUEUE
      *----------------------------------------------------------
       6860-FIND-PENDING-KEY.
           MOVE 'N' TO WS-LNK-DEL-SCHED-SW.
           PERFORM 6865-TEST-PENDING-KEY THRU 6865-EXIT
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-PNDK-COUNT OR WS-LNK-DEL-SCHED.
       6860-EXIT.
           EXIT.

       6865-TEST-PENDING-KEY.
           IF WS-PNDK-KEY (WS-LX) = WS-LNK-CHECK-KEY
               AND WS-PNDK-ACTION (WS-LX) = 'D'
               SET WS-LNK-DEL-SCHED TO TRUE
           END-IF.
       6865-EXIT.
           EXIT.

       6890-WRITE-LINK-EXCEPTION.
           MOVE LNK-KEY TO LNX-DET-KEY.
           MOVE LNK-TARGET TO LNX-DET-TARGET.
           IF LNK-PREREQUISITE
               MOVE "PREREQUISITE" TO LNX-DET-TYPE
           ELSE
               MOVE "SUPERSEDED BY" TO LNX-DET-TYPE
           END-IF.
           WRITE LNX-RECORD FROM LNX-DETAIL-LINE.
           ADD 1 TO WS-LNK-EXCEPTIONS.
       6890-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 8000-PRINT-REPORT - WRITE THE PAGINATED CATALOG REPORT
      *----------------------------------------------------------
           END-IF.
           PERFORM 9100-WRITE-AUDIT-LOG THRU 9100-EXIT.
           PERFORM 9200-WRITE-BALANCE-REPORT THRU 9200-EXIT.
           PERFORM 9300-POST-LEDGER THRU 9300-EXIT.
           MOVE WS-EXPIRED-COUNT TO WRN-TOT-EXPIRED.
           MOVE WS-PENDING-COUNT TO WRN-TOT-PENDING.
           MOVE WS-WARN-COUNT TO WRN-TOT-SOON.
           WRITE WRN-RECORD FROM WRN-HEADER-3.
           WRITE WRN-RECORD FROM WRN-TOTAL-LINE.
           CLOSE WRNFILE.
           IF NOT WS-LNK-VALIDATED
               WRITE LNX-RECORD FROM LNX-SKIP-LINE
           END-IF.
           CLOSE LNXFILE.
           CLOSE TUTSRT.
           CLOSE REPFILE.
           CLOSE REJFILE.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 9300-POST-LEDGER - APPEND THIS RUN'S COUNTS TO THE
      * CONTROL LEDGER. THE TUTFILE DETAILS READ ALWAYS GO, WITH
      * THE *HDR DATE OF THE TUTFILE THAT WAS READ, EVEN ON A
      * CONTROL-ERROR DAY. THE PUBLICATION COUNTS GO ONLY WHEN
      * THE EXTRACT WAS ACTUALLY PUBLISHED, AND THE SNAPSHOT
      * COUNT ONLY WHEN THIS RUN CAPTURED THE GENERATION - A
      * SAME-DAY RERUN LEAVES THE FIRST RUN'S POSTING STANDING.
      *----------------------------------------------------------
       9300-POST-LEDGER.
           OPEN EXTEND LDGFILE.
           IF LDG-FILE-STATUS NOT = "00"
               OPEN OUTPUT LDGFILE
           END-IF.
           IF LDG-FILE-STATUS NOT = "00"
               DISPLAY "CONTROL LEDGER NOT AVAILABLE - STATUS "
                   LDG-FILE-STATUS " - COUNTS NOT POSTED"
               GO TO 9300-EXIT.
           ACCEPT LDG-TIME-WORK FROM TIME.
           MOVE WS-RUN-DATE TO LDG-BUS-DATE.
           MOVE "CATLOAD " TO LDG-STEP.
           MOVE LDG-TIME-WORK (1:6) TO LDG-POST-TIME.
           MOVE "CATREAD   " TO LDG-COUNT-ID.
           MOVE WS-CTL-READ TO LDG-COUNT.
           MOVE WS-CTL-HDR-DATE TO LDG-REF-DATE.
           PERFORM 9310-WRITE-LEDGER-LINE THRU 9310-EXIT.
           MOVE WS-RUN-DATE TO LDG-REF-DATE.
           IF WS-PUBLISHED
               MOVE "PUBLISHED " TO LDG-COUNT-ID
               MOVE WS-TABLE-COUNT TO LDG-COUNT
               PERFORM 9310-WRITE-LEDGER-LINE THRU 9310-EXIT
               MOVE "EXTFILE   " TO LDG-COUNT-ID
               MOVE WS-EXT-WRITTEN TO LDG-COUNT
               PERFORM 9310-WRITE-LEDGER-LINE THRU 9310-EXIT
               MOVE "TUTCAT    " TO LDG-COUNT-ID
               MOVE WS-CAT-WRITTEN TO LDG-COUNT
               PERFORM 9310-WRITE-LEDGER-LINE THRU 9310-EXIT
           END-IF.
           IF WS-SNP-TAKEN
               MOVE "SNAPSHOT  " TO LDG-COUNT-ID
               MOVE WS-SNP-ARCHIVED TO LDG-COUNT
               PERFORM 9310-WRITE-LEDGER-LINE THRU 9310-EXIT
           END-IF.
           CLOSE LDGFILE.
       9300-EXIT.
           EXIT.

       9310-WRITE-LEDGER-LINE.
           WRITE LDG-RECORD FROM LDG-DETAIL-LINE.
       9310-EXIT.
           EXIT.

       END PROGRAM testing1234.
