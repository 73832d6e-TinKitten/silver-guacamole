      *                  RUN THAT FINDS THE MARKER STILL OPEN
      *                  RECOVERS TUTMST FROM MSTGEN1 INSTEAD OF
      *                  MATCH-MERGING AGAINST A TORN MASTER.
      *  10/15/2026 DW   POSTS MASTER IN (WITH THE TUTMST *HDR
      *                  DATE IT RAN AGAINST), TRANSACTIONS READ/
      *                  APPLIED/REJECTED, ADDS, DELETES AND THE
      *                  TUTFILE RECORDS WRITTEN TO THE CONTROL
      *                  LEDGER (CTLLDG, COPYBOOK TUTLDG) FOR THE
      *                  TUTCHN CHAIN RECONCILIATION.
      *  10/15/2026 DW   EVERY TRANSACTION IS NOW CHECKED AGAINST
      *                  THE SUBMITTER AUTHORITY FILE (SUBAUTH)
      *                  BEFORE ANY OTHER EDIT - THE SUBMITTER
      *                  MUST HOLD THE ACTION FOR THE DEPARTMENT
      *                  THAT OWNS THE ENTRY (AND FOR THE NEW
      *                  DEPARTMENT ON A CHANGE THAT MOVES IT).
      *                  THE RECYCLE ID IS ONLY HONOURED ON THE
      *                  RCY ORIGIN. VIOLATIONS BOUNCE ON TRNREG
      *                  WITH A SEC- REASON AND ARE LISTED ON THE
      *                  SECURITY VIOLATION REPORT (SECRPT) FOR
      *                  COMPLIANCE.
      *  10/15/2026 DW   TRNFILE RECORDS GREW TO 97 BYTES TO CARRY
      *                  AN OPTIONAL APPLY-ON DATE. A TRANSACTION
      *                  DATED IN THE FUTURE IS EDITED, PRINTED AS
      *                  HELD AND QUEUED ON THE PENDING FILE
      *                  (TRNPND, COPYBOOK TUTPND), WHICH IS
      *                  RELEASED BACK INTO THE SORT EVERY RUN
      *                  (ORIGIN SCH) UNTIL ITS DATE COMES UP, THEN
      *                  APPLIED WITH THE USUAL EDITS AND REGISTER
      *                  LINES. AN X TRANSACTION CANCELS WHAT IS
      *                  PENDING AGAINST A KEY (ALL OF IT, OR JUST
      *                  THE ONE APPLY-ON DATE GIVEN). THE QUEUE
      *                  ROTATES TO PNDGEN1 AND IS COPIED BACK
      *                  INSIDE THE SAME COMMIT BRACKET AS THE
      *                  MASTER.
      *  10/15/2026 DW   A MISSING OR EMPTY SUBAUTH NO LONGER TURNS
      *                  THE AUTHORITY CHECKS OFF - EVERY A/C/D/X
      *                  IS REFUSED AS SEC-NO AUTHORITY FILE AND
      *                  LISTED ON SECRPT. RECYCLED TRANSACTIONS
      *                  NEED RECYCLE LINES LIKE ANY SUBMITTER. AN
      *                  X FROM OTHER THAN A DEPARTMENT NOW SHOWS
      *                  CANCEL DEPT ONLY ON TRNREG.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-CMT-STATUS.

           SELECT LDGFILE ASSIGN TO "CTLLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDG-FILE-STATUS.

           SELECT AUTFILE ASSIGN TO "SUBAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-AUT-STATUS.

           SELECT SECFILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PNDOLD ASSIGN TO "TRNPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-PND-STATUS.

           SELECT PNDNEW ASSIGN TO "PNDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-PNW-STATUS.

           SELECT PNDGEN1 ASSIGN TO "PNDGEN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MNT-PG1-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDMST

       FD  TRNFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 97 CHARACTERS.
       01  TRNFILE-RECORD PIC X(97).

       FD  RCYFILE
           LABEL RECORDS ARE STANDARD
       01  SORT-REC.
           05  SORT-ACTION         PIC X(01).
           05  SORT-KEY            PIC X(10).
           05  FILLER              PIC X(86).
           05  SORT-ORIGIN         PIC X(03).
           05  FILLER              PIC X(12).

       FD  TRNSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS.
       01  TRNSRT-RECORD.
           05  TRN-ACTION          PIC X(01).
           05  TRN-ENTRY.
               10  TRN-SOURCE      PIC X(03).
               10  FILLER          PIC X(12).
           05  TRN-SUBMITTER       PIC X(08).
           05  TRN-APPLY-DATE      PIC X(08).
           05  TRN-ORIGIN          PIC X(03).
           05  TRN-QUEUED-DATE     PIC X(08).
           05  TRN-OWN-DEPT        PIC X(04).

       FD  NEWMST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  CMT-RECORD PIC X(30).

       FD  LDGFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  LDG-RECORD PIC X(60).

       FD  AUTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  AUT-RECORD PIC X(40).

       FD  SECFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SEC-RECORD PIC X(80).

       FD  PNDOLD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS.
       01  PNDOLD-RECORD PIC X(112).

       FD  PNDNEW
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS.
       01  PNDNEW-RECORD PIC X(112).

       FD  PNDGEN1
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS.
       01  PNDGEN1-RECORD PIC X(112).

       WORKING-STORAGE SECTION.
           COPY TUTREF.
           COPY TUTLDG.
           COPY TUTPND.

       01  MNT-SWITCHES.
           05  MNT-MST-STATUS      PIC X(02) VALUE SPACES.
               88  MNT-CUR-EXISTS           VALUE 'Y'.
           05  MNT-CPY-EOF-SW      PIC X(01) VALUE 'N'.
               88  MNT-CPY-EOF              VALUE 'Y'.
           05  MNT-AUT-STATUS      PIC X(02) VALUE SPACES.
           05  MNT-AUT-EOF-SW      PIC X(01) VALUE 'N'.
               88  MNT-AUT-EOF              VALUE 'Y'.
           05  MNT-SEC-SW          PIC X(01) VALUE 'N'.
               88  MNT-SEC-VIOLATION        VALUE 'Y'.
           05  MNT-PND-STATUS      PIC X(02) VALUE SPACES.
           05  MNT-PNW-STATUS      PIC X(02) VALUE SPACES.
           05  MNT-PG1-STATUS      PIC X(02) VALUE SPACES.

       01  MNT-COUNTERS.
           05  MNT-MST-READ        PIC 9(05) COMP VALUE ZERO.
           05  MNT-APPLIED         PIC 9(05) COMP VALUE ZERO.
           05  MNT-REJECTED        PIC 9(05) COMP VALUE ZERO.
           05  MNT-MST-WRITTEN     PIC 9(05) COMP VALUE ZERO.
           05  MNT-ADDED           PIC 9(05) COMP VALUE ZERO.
           05  MNT-DELETED         PIC 9(05) COMP VALUE ZERO.
           05  MNT-SEC-REJECTED    PIC 9(05) COMP VALUE ZERO.
           05  MNT-NEW-HELD        PIC 9(05) COMP VALUE ZERO.
           05  MNT-HELD            PIC 9(05) COMP VALUE ZERO.
           05  MNT-CANCELLED       PIC 9(05) COMP VALUE ZERO.
           05  MNT-SCHED-APPLIED   PIC 9(05) COMP VALUE ZERO.

       01  MNT-MATCH-FIELDS.
           05  MNT-MST-KEY         PIC X(10) VALUE HIGH-VALUES.

       01  MNT-EDIT-REASON         PIC X(22) VALUE SPACES.

      *----------------------------------------------------------
      * TRANSACTIONS HELD FOR A LATER APPLY-ON DATE AGAINST THE
      * CURRENT KEY. THEY ARE COLLECTED HERE WHILE THE KEY IS
      * WORKED, SO AN X TRANSACTION LATER IN THE SAME KEY CAN
      * STILL CANCEL THEM, AND GO OUT TO THE NEW PENDING QUEUE
      * WHEN THE KEY IS FINISHED.
      *----------------------------------------------------------
       01  MNT-HOLD-MAX            PIC 9(03) COMP VALUE 100.
       01  MNT-HOLD-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  MNT-HOLD-TABLE.
           05  MNT-HOLD-ENTRY OCCURS 100 TIMES
                   INDEXED BY MNT-HOLD-IDX.
               10  MNT-HOLD-IMAGE  PIC X(112).
               10  MNT-HOLD-CAN-SW PIC X(01).
                   88  MNT-HOLD-CANCELLED   VALUE 'Y'.

       01  MNT-SCHED-FIELDS.
           05  MNT-APPLY-DATE      PIC 9(08) VALUE ZERO.
           05  MNT-CAN-MATCHED     PIC 9(03) COMP VALUE ZERO.
           05  MNT-SCHED-REASON.
               10  FILLER          PIC X(14)
                       VALUE "SCHEDULED FOR ".
               10  MNT-SCHED-DATE  PIC X(08).

      *----------------------------------------------------------
      * SUBMITTER AUTHORITY (SUBAUTH). ONE LINE PER SUBMITTER AND
      * OWNING DEPARTMENT, GIVING THE ACTIONS (ANY OF A, C, D)
      * THAT SUBMITTER MAY KEY AGAINST THAT DEPARTMENT'S ENTRIES.
      * A DEPARTMENT OF "****" COVERS EVERY DEPARTMENT. LINES
      * STARTING "*" ARE COMMENTS. ENTRIES FOR SUBMITTER RECYCLE
      * GOVERN THE RCY ORIGIN; WITH NONE ON FILE EVERY RECYCLED
      * TRANSACTION IS REFUSED LIKE ANY OTHER UNKNOWN SUBMITTER.
      *
      *   COLS  1- 8  SUBMITTER ID
      *   COLS 10-13  OWNING DEPARTMENT OR ****
      *   COLS 15-17  ACTIONS ALLOWED
      *   COLS 19-40  NAME / REMARKS
      *----------------------------------------------------------
       01  AUT-INPUT-LINE.
           05  AUT-IN-SUBMITTER    PIC X(08).
           05  FILLER              PIC X(01).
           05  AUT-IN-DEPT         PIC X(04).
           05  FILLER              PIC X(01).
           05  AUT-IN-ACTIONS      PIC X(03).
           05  FILLER              PIC X(01).
           05  AUT-IN-NAME         PIC X(22).

       01  AUT-TABLE-MAX           PIC 9(03) COMP VALUE 300.
       01  AUT-COUNT               PIC 9(03) COMP VALUE ZERO.
       01  AUT-RCY-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  AUT-TABLE.
           05  AUT-ENTRY OCCURS 300 TIMES
                   INDEXED BY AUT-IDX.
               10  AUT-SUBMITTER   PIC X(08).
               10  AUT-DEPT        PIC X(04).
               10  AUT-ACTIONS     PIC X(03).

       01  AUT-WORK-FIELDS.
           05  AUT-WORK-DEPT       PIC X(04) VALUE SPACES.
           05  AUT-WORK-ACTION     PIC X(01) VALUE SPACES.
           05  AUT-SUB-SEEN-SW     PIC X(01) VALUE 'N'.
               88  AUT-SUB-SEEN             VALUE 'Y'.
           05  AUT-DEPT-SEEN-SW    PIC X(01) VALUE 'N'.
               88  AUT-DEPT-SEEN            VALUE 'Y'.
           05  AUT-GRANTED-SW      PIC X(01) VALUE 'N'.
               88  AUT-GRANTED              VALUE 'Y'.

       01  MNT-CHANGE-FIELDS.
           05  MNT-OLD-VALUE       PIC X(30) VALUE SPACES.
           05  MNT-NEW-VALUE       PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE SPACES.

       01  MNT-RUN-DATE            PIC 9(08).
       01  MNT-MST-HDR-DATE        PIC 9(08) VALUE ZERO.

       01  MNT-HDR-LINE.
           05  FILLER              PIC X(04) VALUE "*HDR".
           05  REG-TOT-APPLIED     PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  REJECTED :".
           05  REG-TOT-REJECTED    PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  SECURITY :".
           05  REG-TOT-SECURITY    PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE SPACES.

       01  REG-MASTER-LINE.
           05  FILLER              PIC X(14) VALUE "MASTER IN  : ".
           05  REG-TOT-MST-OUT     PIC ZZZZ9.
           05  FILLER              PIC X(42) VALUE SPACES.

       01  REG-PENDING-LINE.
           05  FILLER              PIC X(13) VALUE "HELD NEW   : ".
           05  REG-TOT-NEW-HELD    PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE "  DUE    : ".
           05  REG-TOT-DUE         PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  CANCELLED:".
           05  REG-TOT-CANCELLED   PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  PENDING  :".
           05  REG-TOT-PENDING     PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE SPACES.

       01  SEC-HEADER-2.
           05  FILLER              PIC X(80)
                   VALUE "TUTORIALS CATALOG SECURITY VIOLATION REPORT".

       01  SEC-COLUMN-LINE.
           05  FILLER              PIC X(80) VALUE
               " A  ENTRY KEY   SUBMITTER  ORIGIN DEPT  REASON".

       01  SEC-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SEC-DET-ACTION      PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SEC-DET-KEY         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SEC-DET-SUB         PIC X(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  SEC-DET-ORG         PIC X(03).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  SEC-DET-DEPT        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SEC-DET-REASON      PIC X(22).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  SEC-NOTE-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SEC-NOTE-TEXT       PIC X(79).

       01  SEC-TOTAL-LINE.
           05  FILLER              PIC X(22)
                   VALUE "VIOLATIONS          : ".
           05  SEC-TOT-COUNT       PIC ZZZZ9.
           05  FILLER              PIC X(24)
                   VALUE "   AUTHORITY LINES   : ".
           05  SEC-TOT-AUTH        PIC ZZZZ9.
           05  FILLER              PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------
           WRITE REG-RECORD FROM REG-HEADER-1.
           WRITE REG-RECORD FROM REG-HEADER-2.
           WRITE REG-RECORD FROM REG-HEADER-3.
           OPEN OUTPUT PNDNEW.
           PERFORM 1200-LOAD-REF-TABLES THRU 1200-EXIT.
           OPEN OUTPUT SECFILE.
           WRITE SEC-RECORD FROM REG-HEADER-1.
           WRITE SEC-RECORD FROM SEC-HEADER-2.
           WRITE SEC-RECORD FROM REG-HEADER-3.
           WRITE SEC-RECORD FROM SEC-COLUMN-LINE.
           PERFORM 1250-LOAD-AUTHORITY THRU 1250-EXIT.
       1000-EXIT.
           EXIT.

       1220-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1250-LOAD-AUTHORITY - LOAD THE SUBMITTER AUTHORITY TABLE.
      * LIKE THE REFERENCE TABLES, A MISSING FILE DOES NOT STOP
      * THE RUN - BUT NOTHING CAN BE AUTHORISED WITHOUT IT, SO A
      * MISSING OR EMPTY FILE REFUSES EVERY A/C/D/X ON AUTHORITY
      * (2380, 2450) AND THE SECURITY REPORT SAYS WHY.
      *----------------------------------------------------------
       1250-LOAD-AUTHORITY.
           OPEN INPUT AUTFILE.
           IF MNT-AUT-STATUS NOT = "00"
               DISPLAY "NO SUBMITTER AUTHORITY FILE - EVERY "
                   "TRANSACTION WILL BE REFUSED ON AUTHORITY"
               MOVE
                   "SUBAUTH NOT ON HAND - ALL A/C/D/X REFUSED"
                   TO SEC-NOTE-TEXT
               WRITE SEC-RECORD FROM SEC-NOTE-LINE
               GO TO 1250-EXIT.
           PERFORM 1260-READ-ONE-AUTH THRU 1260-EXIT.
           PERFORM 1270-STORE-ONE-AUTH THRU 1270-EXIT
               UNTIL MNT-AUT-EOF.
           CLOSE AUTFILE.
           IF AUT-COUNT = 0
               DISPLAY "SUBMITTER AUTHORITY FILE IS EMPTY - EVERY "
                   "TRANSACTION WILL BE REFUSED ON AUTHORITY"
               MOVE
                   "SUBAUTH IS EMPTY - ALL A/C/D/X REFUSED"
                   TO SEC-NOTE-TEXT
               WRITE SEC-RECORD FROM SEC-NOTE-LINE
               GO TO 1250-EXIT.
           IF AUT-RCY-COUNT = 0
               DISPLAY "NO RECYCLE LINES ON THE SUBMITTER AUTHORITY "
                   "FILE - RECYCLED TRANSACTIONS WILL BE REFUSED"
               MOVE
                   "NO RECYCLE AUTHORITY - RCY ORIGIN REFUSED"
                   TO SEC-NOTE-TEXT
               WRITE SEC-RECORD FROM SEC-NOTE-LINE
           END-IF.
       1250-EXIT.
           EXIT.

       1260-READ-ONE-AUTH.
           READ AUTFILE INTO AUT-INPUT-LINE
               AT END
                   SET MNT-AUT-EOF TO TRUE
           END-READ.
       1260-EXIT.
           EXIT.

       1270-STORE-ONE-AUTH.
           IF AUT-IN-SUBMITTER = SPACES
               OR AUT-IN-SUBMITTER (1:1) = "*"
               PERFORM 1260-READ-ONE-AUTH THRU 1260-EXIT
               GO TO 1270-EXIT.
           IF AUT-COUNT < AUT-TABLE-MAX
               ADD 1 TO AUT-COUNT
               MOVE AUT-IN-SUBMITTER TO AUT-SUBMITTER (AUT-COUNT)
               MOVE AUT-IN-DEPT TO AUT-DEPT (AUT-COUNT)
               MOVE AUT-IN-ACTIONS TO AUT-ACTIONS (AUT-COUNT)
               IF AUT-IN-SUBMITTER = "RECYCLE "
                   ADD 1 TO AUT-RCY-COUNT
               END-IF
           ELSE
               DISPLAY "SUBMITTER AUTHORITY TABLE FULL - LINE "
                   "IGNORED : " AUT-IN-SUBMITTER " " AUT-IN-DEPT
           END-IF.
           PERFORM 1260-READ-ONE-AUTH THRU 1260-EXIT.
       1270-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1300-CHECK-CARRY-FORWARD - RESTART PATH. WHEN THE COMMIT
      * MARKER FROM THE LAST RUN IS STILL OPEN, THE CARRIED-
           CLOSE MSTGEN1.
           CLOSE OLDMST.
           MOVE 'N' TO MNT-CPY-EOF-SW.
           OPEN INPUT PNDGEN1.
           IF MNT-PG1-STATUS = "00"
               OPEN OUTPUT PNDOLD
               PERFORM 1330-COPY-PENDING-RECOVERY THRU 1330-EXIT
                   UNTIL MNT-CPY-EOF
               CLOSE PNDGEN1
               CLOSE PNDOLD
               MOVE 'N' TO MNT-CPY-EOF-SW
               DISPLAY "PENDING QUEUE RECOVERED FROM PNDGEN1"
           END-IF.
           MOVE "COMPLETE  " TO CMT-STATE.
           PERFORM 8500-WRITE-COMMIT-MARKER THRU 8500-EXIT.
           DISPLAY "MASTER RECOVERED FROM MSTGEN1 - PROCEEDING".
       1320-EXIT.
           EXIT.

       1330-COPY-PENDING-RECOVERY.
           READ PNDGEN1
               AT END
                   SET MNT-CPY-EOF TO TRUE
               NOT AT END
                   MOVE PNDGEN1-RECORD TO PNDOLD-RECORD
                   WRITE PNDOLD-RECORD
           END-READ.
       1330-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1100-SORT-TRANSACTIONS - SORT THE DAY'S TRANSACTIONS INTO
      * KEY ORDER, KEEPING ARRIVAL ORDER WITHIN A KEY SO STACKED
      * TRANSACTIONS APPLY IN THE ORDER THE DEPARTMENT KEYED
      * THEM. THE PENDING QUEUE, THE DEPARTMENTS' TRNFILE AND THE
      * RECYCLE'S RCYFILE RELEASE TOGETHER, EACH RECORD TAGGED
      * WITH ITS ORIGIN. THE QUEUE RELEASES FIRST, SO WHAT WAS
      * SCHEDULED EARLIER APPLIES AHEAD OF TONIGHT'S WORK AND AN
      * X TRANSACTION FINDS IT ALREADY HELD; DEPARTMENT
      * TRANSACTIONS RELEASE NEXT SO A CORRECTION LANDS AFTER
      * WHATEVER THE DEPARTMENT STACKED ON THE SAME KEY. ANY OF
      * THE THREE MAY BE ABSENT.
      *----------------------------------------------------------
       1100-SORT-TRANSACTIONS.
           SORT SORT-WORK
           EXIT.

       1150-RELEASE-TRANSACTIONS.
           MOVE 'N' TO MNT-REL-EOF-SW.
           OPEN INPUT PNDOLD.
           IF MNT-PND-STATUS = "00"
               PERFORM 1155-RELEASE-ONE-PENDING THRU 1155-EXIT
                   UNTIL MNT-REL-EOF
               CLOSE PNDOLD
           END-IF.
           MOVE 'N' TO MNT-REL-EOF-SW.
           OPEN INPUT TRNFILE.
           IF MNT-TRN-STATUS = "00"
       1150-EXIT.
           EXIT.

       1155-RELEASE-ONE-PENDING.
           READ PNDOLD
               AT END
                   SET MNT-REL-EOF TO TRUE
               NOT AT END
                   MOVE PNDOLD-RECORD TO SORT-REC
                   MOVE "SCH" TO SORT-ORIGIN
                   RELEASE SORT-REC
           END-READ.
       1155-EXIT.
           EXIT.

       1160-RELEASE-ONE-DEPT.
           READ TRNFILE
               AT END
                   SET MNT-REL-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO SORT-REC
                   MOVE TRNFILE-RECORD TO SORT-REC (1:97)
                   MOVE "DEP" TO SORT-ORIGIN
                   RELEASE SORT-REC
           END-READ.
           END-IF.
           IF NOT MNT-MST-EOF
               IF MST-KEY (1:1) = "*"
                   IF MST-KEY (1:4) = "*HDR"
                       AND MST-ENTRY (7:8) IS NUMERIC
                       MOVE MST-ENTRY (7:8) TO MNT-MST-HDR-DATE
                   END-IF
                   GO TO 2100-READ-MASTER
               ELSE
                   ADD 1 TO MNT-MST-READ
           END-IF.
           PERFORM 2400-APPLY-ONE-TRAN THRU 2400-EXIT
               UNTIL MNT-TRN-KEY NOT = MNT-CUR-KEY.
           IF MNT-HOLD-COUNT > 0
               PERFORM 2490-WRITE-ONE-HOLD THRU 2490-EXIT
                   VARYING MNT-HOLD-IDX FROM 1 BY 1
                   UNTIL MNT-HOLD-IDX > MNT-HOLD-COUNT
               MOVE ZERO TO MNT-HOLD-COUNT
           END-IF.
           IF MNT-CUR-EXISTS
               WRITE NEWMST-RECORD FROM MNT-CUR-ENTRY
               ADD 1 TO MNT-MST-WRITTEN
           EXIT.

      *----------------------------------------------------------
      * 2350-EDIT-TRANSACTION - THE SUBMITTER'S AUTHORITY FIRST,
      * FOR EVERY ACTION, THEN THE SAME FIELD EDITS THE DAILY
      * LOAD APPLIES IN ITS 3110-EDIT-ENTRY, RUN AGAINST AN ADD
      * OR CHANGE BEFORE IT TOUCHES THE MASTER. A FAILURE LEAVES
      * THE REASON IN MNT-EDIT-REASON AND THE TRANSACTION BOUNCES
      *----------------------------------------------------------
       2350-EDIT-TRANSACTION.
           MOVE SPACES TO MNT-EDIT-REASON.
           MOVE 'N' TO MNT-SEC-SW.
           PERFORM 2380-CHECK-AUTHORITY THRU 2380-EXIT.
           IF MNT-SEC-VIOLATION
               GO TO 2350-EXIT.
           IF TRN-ACTION = 'D'
               GO TO 2350-EXIT.
           IF TRN-KEY = SPACES
               MOVE "BLANK ENTRY KEY       " TO MNT-EDIT-REASON
               GO TO 2350-EXIT.
       2370-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2380-CHECK-AUTHORITY - THE RECYCLE ID IS GOOD ONLY ON THE
      * RCY ORIGIN, AND THE RCY ORIGIN ONLY UNDER THE RECYCLE ID.
      * OTHERWISE THE SUBMITTER MUST HOLD THE ACTION FOR THE
      * DEPARTMENT THAT OWNS THE ENTRY ON THE MASTER (CHANGE,
      * DELETE) AND FOR THE DEPARTMENT THE TRANSACTION CARRIES
      * (ADD, CHANGE) - MOVING AN ENTRY TAKES AUTHORITY OVER
      * BOTH. THE RECYCLE IS CHECKED THE SAME WAY, UNDER ITS OWN
      * RECYCLE LINES. WITH NO AUTHORITY TABLE AT ALL NOTHING IS
      * GRANTED.
      *----------------------------------------------------------
       2380-CHECK-AUTHORITY.
           IF TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'C'
               AND TRN-ACTION NOT = 'D'
               GO TO 2380-EXIT.
           MOVE SPACES TO AUT-WORK-DEPT.
           MOVE TRN-ACTION TO AUT-WORK-ACTION.
           IF AUT-COUNT = 0
               IF MNT-CUR-EXISTS AND TRN-ACTION NOT = 'A'
                   MOVE MNT-CUR-DEPT TO AUT-WORK-DEPT
               ELSE
                   MOVE TRN-DEPT TO AUT-WORK-DEPT
               END-IF
               MOVE "SEC-NO AUTHORITY FILE " TO MNT-EDIT-REASON
               SET MNT-SEC-VIOLATION TO TRUE
               GO TO 2380-EXIT.
           IF (TRN-ORIGIN = "RCY" AND TRN-SUBMITTER NOT = "RECYCLE ")
               OR (TRN-ORIGIN NOT = "RCY"
                   AND TRN-SUBMITTER = "RECYCLE ")
               MOVE "SEC-RECYCLE ID MISUSED" TO MNT-EDIT-REASON
               SET MNT-SEC-VIOLATION TO TRUE
               GO TO 2380-EXIT.
           IF MNT-CUR-EXISTS
               AND (TRN-ACTION = 'C' OR TRN-ACTION = 'D')
               MOVE MNT-CUR-DEPT TO AUT-WORK-DEPT
               PERFORM 2390-FIND-AUTHORITY THRU 2390-EXIT
               IF MNT-SEC-VIOLATION
                   GO TO 2380-EXIT
               END-IF
           END-IF.
           IF TRN-ACTION = 'A'
               OR (TRN-ACTION = 'C' AND NOT MNT-CUR-EXISTS)
               OR (TRN-ACTION = 'C' AND TRN-DEPT NOT = MNT-CUR-DEPT)
               MOVE TRN-DEPT TO AUT-WORK-DEPT
               PERFORM 2390-FIND-AUTHORITY THRU 2390-EXIT
           END-IF.
       2380-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2390-FIND-AUTHORITY - SERIAL SCAN OF THE AUTHORITY TABLE
      * FOR THE SUBMITTER, THE DEPARTMENT IN AUT-WORK-DEPT (OR
      * "****") AND THE ACTION IN AUT-WORK-ACTION. SETS THE
      * SECURITY REASON WHEN NO LINE GRANTS IT.
      *----------------------------------------------------------
       2390-FIND-AUTHORITY.
           MOVE 'N' TO AUT-SUB-SEEN-SW.
           MOVE 'N' TO AUT-DEPT-SEEN-SW.
           MOVE 'N' TO AUT-GRANTED-SW.
           PERFORM 2395-CHECK-ONE-AUTH THRU 2395-EXIT
               VARYING AUT-IDX FROM 1 BY 1
               UNTIL AUT-IDX > AUT-COUNT
                  OR AUT-GRANTED.
           IF AUT-GRANTED
               GO TO 2390-EXIT.
           SET MNT-SEC-VIOLATION TO TRUE.
           IF NOT AUT-SUB-SEEN
               MOVE "SEC-SUBMITTER UNKNOWN " TO MNT-EDIT-REASON
           ELSE
               IF NOT AUT-DEPT-SEEN
                   MOVE "SEC-DEPT NOT ALLOWED  " TO MNT-EDIT-REASON
               ELSE
                   MOVE "SEC-ACTION NOT ALLOWED" TO MNT-EDIT-REASON
               END-IF
           END-IF.
       2390-EXIT.
           EXIT.

       2395-CHECK-ONE-AUTH.
           IF AUT-SUBMITTER (AUT-IDX) NOT = TRN-SUBMITTER
               GO TO 2395-EXIT.
           SET AUT-SUB-SEEN TO TRUE.
           IF AUT-DEPT (AUT-IDX) NOT = AUT-WORK-DEPT
               AND AUT-DEPT (AUT-IDX) NOT = "****"
               GO TO 2395-EXIT.
           SET AUT-DEPT-SEEN TO TRUE.
           IF AUT-ACTIONS (AUT-IDX) (1:1) = AUT-WORK-ACTION
               OR AUT-ACTIONS (AUT-IDX) (2:1) = AUT-WORK-ACTION
               OR AUT-ACTIONS (AUT-IDX) (3:1) = AUT-WORK-ACTION
               SET AUT-GRANTED TO TRUE.
       2395-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2400-APPLY-ONE-TRAN - APPLY A SINGLE TRANSACTION TO THE
      * CURRENT KEY AND PUT THE RESULT ON THE REGISTER. EVERY
      * ADD, CHANGE AND DELETE IS EDITED FIRST (DELETES FOR
      * AUTHORITY ONLY) AND BOUNCES ON A FAILURE.
      *----------------------------------------------------------
       2400-APPLY-ONE-TRAN.
           MOVE SPACES TO MNT-EDIT-REASON.
           MOVE 'N' TO MNT-SEC-SW.
           IF TRN-ACTION = 'X'
               PERFORM 2450-CANCEL-PENDING THRU 2450-EXIT
               PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT
               GO TO 2400-EXIT.
           IF TRN-APPLY-DATE NOT = SPACES
               AND TRN-APPLY-DATE NOT = "00000000"
               AND (TRN-ACTION = 'A' OR TRN-ACTION = 'C'
                    OR TRN-ACTION = 'D')
               PERFORM 2460-CHECK-SCHEDULE THRU 2460-EXIT
               IF MNT-EDIT-REASON NOT = SPACES
                   OR MNT-APPLY-DATE > MNT-RUN-DATE
                   PERFORM 2200-READ-TRANSACTION THRU 2200-EXIT
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           IF TRN-ACTION = 'A' OR TRN-ACTION = 'C'
               OR TRN-ACTION = 'D'
               PERFORM 2350-EDIT-TRANSACTION THRU 2350-EXIT
               IF MNT-EDIT-REASON NOT = SPACES
                   PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT
                   ELSE
                       MOVE TRN-ENTRY TO MNT-CUR-ENTRY
                       SET MNT-CUR-EXISTS TO TRUE
                       ADD 1 TO MNT-ADDED
                       PERFORM 2410-REGISTER-APPLIED THRU 2410-EXIT
                   END-IF
               WHEN 'C'
               WHEN 'D'
                   IF MNT-CUR-EXISTS
                       MOVE 'N' TO MNT-CUR-EXISTS-SW
                       ADD 1 TO MNT-DELETED
                       PERFORM 2410-REGISTER-APPLIED THRU 2410-EXIT
                   ELSE
                       PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT

       2410-REGISTER-APPLIED.
           ADD 1 TO MNT-APPLIED.
           IF TRN-ORIGIN = "SCH"
               ADD 1 TO MNT-SCHED-APPLIED
           END-IF.
           MOVE TRN-ACTION TO REG-DET-ACTION.
           MOVE TRN-KEY TO REG-DET-KEY.
           MOVE "APPLIED " TO REG-DET-DISP.
                       MOVE "NOT ON MASTER         " TO REG-DET-REASON
                   WHEN 'D'
                       MOVE "NOT ON MASTER         " TO REG-DET-REASON
                   WHEN 'X'
                       MOVE "NOTHING PENDING       " TO REG-DET-REASON
                   WHEN OTHER
                       MOVE "INVALID ACTION CODE   " TO REG-DET-REASON
               END-EVALUATE
           END-IF.
           WRITE REG-RECORD FROM REG-DETAIL-LINE.
           IF MNT-SEC-VIOLATION
               PERFORM 2425-REPORT-VIOLATION THRU 2425-EXIT.
       2420-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2425-REPORT-VIOLATION - ONE LINE ON THE SECURITY REPORT
      * FOR EACH TRANSACTION REFUSED ON AUTHORITY, SHOWING THE
      * DEPARTMENT THE SUBMITTER LACKED.
      *----------------------------------------------------------
       2425-REPORT-VIOLATION.
           ADD 1 TO MNT-SEC-REJECTED.
           MOVE TRN-ACTION TO SEC-DET-ACTION.
           MOVE TRN-KEY TO SEC-DET-KEY.
           MOVE TRN-SUBMITTER TO SEC-DET-SUB.
           MOVE TRN-ORIGIN TO SEC-DET-ORG.
           MOVE AUT-WORK-DEPT TO SEC-DET-DEPT.
           MOVE MNT-EDIT-REASON TO SEC-DET-REASON.
           WRITE SEC-RECORD FROM SEC-DETAIL-LINE.
       2425-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2450-CANCEL-PENDING - AN X TRANSACTION CANCELS WHAT IS
      * HELD AGAINST ITS KEY - EVERYTHING, OR ONLY WHAT IS DUE ON
      * THE APPLY-ON DATE IT CARRIES. THE SUBMITTER MUST HOLD THE
      * HELD TRANSACTION'S OWN ACTION FOR THE DEPARTMENT THAT
      * OWNS THE ENTRY; ONE MISSING AUTHORITY REFUSES THE WHOLE
      * CANCEL. ONLY A DEPARTMENT MAY CANCEL, AND NOTHING MAY BE
      * CANCELLED WITHOUT AN AUTHORITY TABLE.
      *----------------------------------------------------------
       2450-CANCEL-PENDING.
           MOVE SPACES TO AUT-WORK-DEPT.
           IF TRN-ORIGIN NOT = "DEP"
               MOVE "CANCEL DEPT ONLY      " TO MNT-EDIT-REASON
               PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT
               GO TO 2450-EXIT.
           IF AUT-COUNT = 0
               IF MNT-CUR-EXISTS
                   MOVE MNT-CUR-DEPT TO AUT-WORK-DEPT
               ELSE
                   MOVE TRN-DEPT TO AUT-WORK-DEPT
               END-IF
               MOVE TRN-ACTION TO AUT-WORK-ACTION
               MOVE "SEC-NO AUTHORITY FILE " TO MNT-EDIT-REASON
               SET MNT-SEC-VIOLATION TO TRUE
               PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT
               GO TO 2450-EXIT.
           IF TRN-SUBMITTER = "RECYCLE "
               MOVE "SEC-RECYCLE ID MISUSED" TO MNT-EDIT-REASON
               SET MNT-SEC-VIOLATION TO TRUE
               PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT
               GO TO 2450-EXIT.
           IF TRN-APPLY-DATE NOT = SPACES
               AND TRN-APPLY-DATE IS NOT NUMERIC
               MOVE "BAD APPLY-ON DATE     " TO MNT-EDIT-REASON
               PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT
               GO TO 2450-EXIT.
           MOVE ZERO TO MNT-CAN-MATCHED.
           IF MNT-HOLD-COUNT > 0
               PERFORM 2452-CHECK-ONE-CANCEL THRU 2452-EXIT
                   VARYING MNT-HOLD-IDX FROM 1 BY 1
                   UNTIL MNT-HOLD-IDX > MNT-HOLD-COUNT
                      OR MNT-SEC-VIOLATION
           END-IF.
           IF MNT-SEC-VIOLATION OR MNT-CAN-MATCHED = 0
               PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT
               GO TO 2450-EXIT.
           PERFORM 2410-REGISTER-APPLIED THRU 2410-EXIT.
           PERFORM 2454-CANCEL-ONE-HOLD THRU 2454-EXIT
               VARYING MNT-HOLD-IDX FROM 1 BY 1
               UNTIL MNT-HOLD-IDX > MNT-HOLD-COUNT.
       2450-EXIT.
           EXIT.

       2452-CHECK-ONE-CANCEL.
           IF MNT-HOLD-CANCELLED (MNT-HOLD-IDX)
               GO TO 2452-EXIT.
           MOVE MNT-HOLD-IMAGE (MNT-HOLD-IDX) TO PND-WORK-RECORD.
           IF TRN-APPLY-DATE NOT = SPACES
               AND TRN-APPLY-DATE NOT = "00000000"
               AND TRN-APPLY-DATE NOT = PND-APPLY-DATE
               GO TO 2452-EXIT.
           ADD 1 TO MNT-CAN-MATCHED.
           MOVE PND-OWN-DEPT TO AUT-WORK-DEPT.
           MOVE PND-ACTION TO AUT-WORK-ACTION.
           PERFORM 2390-FIND-AUTHORITY THRU 2390-EXIT.
       2452-EXIT.
           EXIT.

       2454-CANCEL-ONE-HOLD.
           IF MNT-HOLD-CANCELLED (MNT-HOLD-IDX)
               GO TO 2454-EXIT.
           MOVE MNT-HOLD-IMAGE (MNT-HOLD-IDX) TO PND-WORK-RECORD.
           IF TRN-APPLY-DATE NOT = SPACES
               AND TRN-APPLY-DATE NOT = "00000000"
               AND TRN-APPLY-DATE NOT = PND-APPLY-DATE
               GO TO 2454-EXIT.
           SET MNT-HOLD-CANCELLED (MNT-HOLD-IDX) TO TRUE.
           ADD 1 TO MNT-CANCELLED.
           MOVE PND-ACTION TO REG-DET-ACTION.
           MOVE PND-KEY TO REG-DET-KEY.
           MOVE "CANCELED" TO REG-DET-DISP.
           MOVE PND-APPLY-DATE TO MNT-SCHED-DATE.
           MOVE MNT-SCHED-REASON TO REG-DET-REASON.
           MOVE TRN-SUBMITTER TO REG-DET-SUB.
           MOVE PND-ORIGIN TO REG-DET-ORG.
           WRITE REG-RECORD FROM REG-DETAIL-LINE.
       2454-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2460-CHECK-SCHEDULE - A TRANSACTION CARRYING AN APPLY-ON
      * DATE. A BAD DATE BOUNCES; ONE THAT IS DUE (ON OR BEFORE
      * TONIGHT) FALLS THROUGH AND APPLIES LIKE ANY OTHER. ONE
      * STILL IN THE FUTURE IS HELD. A NEW ONE IS EDITED NOW, SO
      * A DEPARTMENT HEARS ABOUT A BAD TRANSACTION TONIGHT AND
      * NOT ON THE APPLY-ON DATE, AND PRINTS AS HELD; ONE
      * ALREADY ON THE QUEUE IS SIMPLY CARRIED. EITHER WAY THE
      * OWNING DEPARTMENT IS REFRESHED FROM THE MASTER.
      *----------------------------------------------------------
       2460-CHECK-SCHEDULE.
           MOVE ZERO TO MNT-APPLY-DATE.
           IF TRN-APPLY-DATE IS NOT NUMERIC
               MOVE "BAD APPLY-ON DATE     " TO MNT-EDIT-REASON
               PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT
               GO TO 2460-EXIT.
           MOVE TRN-APPLY-DATE TO MNT-APPLY-DATE.
           IF MNT-APPLY-DATE NOT > MNT-RUN-DATE
               GO TO 2460-EXIT.
           IF TRN-ORIGIN NOT = "SCH"
               PERFORM 2350-EDIT-TRANSACTION THRU 2350-EXIT
               IF MNT-EDIT-REASON NOT = SPACES
                   PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT
                   GO TO 2460-EXIT
               END-IF
           END-IF.
           IF MNT-HOLD-COUNT NOT < MNT-HOLD-MAX
               MOVE "PENDING QUEUE FULL    " TO MNT-EDIT-REASON
               PERFORM 2420-REGISTER-REJECT THRU 2420-EXIT
               GO TO 2460-EXIT.
           MOVE TRNSRT-RECORD TO PND-WORK-RECORD.
           IF MNT-CUR-EXISTS
               MOVE MNT-CUR-DEPT TO PND-OWN-DEPT
           ELSE
               MOVE TRN-DEPT TO PND-OWN-DEPT
           END-IF.
           IF TRN-ORIGIN NOT = "SCH"
               MOVE "SCH" TO PND-ORIGIN
               MOVE MNT-RUN-DATE TO PND-QUEUED-DATE
               ADD 1 TO MNT-NEW-HELD
               MOVE TRN-ACTION TO REG-DET-ACTION
               MOVE TRN-KEY TO REG-DET-KEY
               MOVE "HELD    " TO REG-DET-DISP
               MOVE TRN-APPLY-DATE TO MNT-SCHED-DATE
               MOVE MNT-SCHED-REASON TO REG-DET-REASON
               MOVE TRN-SUBMITTER TO REG-DET-SUB
               MOVE TRN-ORIGIN TO REG-DET-ORG
               WRITE REG-RECORD FROM REG-DETAIL-LINE
           END-IF.
           ADD 1 TO MNT-HOLD-COUNT.
           MOVE PND-WORK-RECORD TO MNT-HOLD-IMAGE (MNT-HOLD-COUNT).
           MOVE 'N' TO MNT-HOLD-CAN-SW (MNT-HOLD-COUNT).
       2460-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2490-WRITE-ONE-HOLD - CARRY A HELD TRANSACTION THAT WAS
      * NOT CANCELLED TO THE NEW PENDING QUEUE
      *----------------------------------------------------------
       2490-WRITE-ONE-HOLD.
           IF MNT-HOLD-CANCELLED (MNT-HOLD-IDX)
               GO TO 2490-EXIT.
           WRITE PNDNEW-RECORD FROM MNT-HOLD-IMAGE (MNT-HOLD-IDX).
           ADD 1 TO MNT-HELD.
       2490-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2430-REGISTER-CHANGES - BEFORE/AFTER IMAGE FOR AN APPLIED
      * CHANGE. PERFORMED WHILE MNT-CUR-ENTRY STILL HOLDS THE OLD
      * GOOD MSTGEN1, AND AN ABEND DURING THE ROTATION LEAVES
      * TUTMST ITSELF UNTOUCHED. THE NEXT RUN'S
      * 1300-CHECK-CARRY-FORWARD FALLS BACK TO MSTGEN1 INSTEAD OF
      * MATCH-MERGING A TORN TUTMST. THE PENDING QUEUE RIDES
      * ALONG - ROTATED TO PNDGEN1 WITH THE MASTER AND COPIED
      * BACK OVER TRNPND INSIDE THE SAME BRACKET.
      *----------------------------------------------------------
       8000-CARRY-FORWARD.
           MOVE MNT-MST-WRITTEN TO MNT-TRL-COUNT.
           WRITE NEWMST-RECORD FROM MNT-TRL-LINE.
           CLOSE NEWMST.
           CLOSE PNDNEW.
           IF MNT-MST-OPENED
               CLOSE OLDMST
           END-IF.
               UNTIL MNT-CPY-EOF.
           CLOSE NEWMST.
           CLOSE OLDMST.
           OPEN INPUT PNDNEW.
           OPEN OUTPUT PNDOLD.
           MOVE 'N' TO MNT-CPY-EOF-SW.
           PERFORM 8110-COPY-PENDING-RECORD THRU 8110-EXIT
               UNTIL MNT-CPY-EOF.
           CLOSE PNDNEW.
           CLOSE PNDOLD.
           MOVE "COMPLETE  " TO CMT-STATE.
           PERFORM 8500-WRITE-COMMIT-MARKER THRU 8500-EXIT.
       8000-EXIT.
       8100-EXIT.
           EXIT.

       8110-COPY-PENDING-RECORD.
           READ PNDNEW
               AT END
                   SET MNT-CPY-EOF TO TRUE
               NOT AT END
                   MOVE PNDNEW-RECORD TO PNDOLD-RECORD
                   WRITE PNDOLD-RECORD
           END-READ.
       8110-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 8200-VERIFY-NEW-MASTER - READ THE JUST-WRITTEN MASTER
      * BACK AND PROVE ITS DETAIL COUNT AGAINST BOTH ITS TRAILER
      *----------------------------------------------------------
      * 8300-ROTATE-GENERATIONS - SLIDE THE BACKUP CHAIN BACK ONE
      * DAY: MSTGEN2 BECOMES MSTGEN3, MSTGEN1 BECOMES MSTGEN2,
      * AND TODAY'S TUTMST BECOMES MSTGEN1. TODAY'S PENDING QUEUE
      * BECOMES PNDGEN1. A GENERATION THAT IS NOT ON FILE YET IS
      * SIMPLY SKIPPED.
      *----------------------------------------------------------
       8300-ROTATE-GENERATIONS.
           OPEN INPUT MSTGEN2.
               CLOSE OLDMST
               CLOSE MSTGEN1
           END-IF.
           OPEN INPUT PNDOLD.
           IF MNT-PND-STATUS = "00"
               OPEN OUTPUT PNDGEN1
               MOVE 'N' TO MNT-CPY-EOF-SW
               PERFORM 8340-COPY-PND-TO-GEN1 THRU 8340-EXIT
                   UNTIL MNT-CPY-EOF
               CLOSE PNDOLD
               CLOSE PNDGEN1
           END-IF.
           MOVE 'N' TO MNT-CPY-EOF-SW.
       8300-EXIT.
           EXIT.
       8330-EXIT.
           EXIT.

       8340-COPY-PND-TO-GEN1.
           READ PNDOLD
               AT END
                   SET MNT-CPY-EOF TO TRUE
               NOT AT END
                   MOVE PNDOLD-RECORD TO PNDGEN1-RECORD
                   WRITE PNDGEN1-RECORD
           END-READ.
       8340-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 8500-WRITE-COMMIT-MARKER - REWRITE THE SINGLE-RECORD
      * COMMIT MARKER WITH THE STATE ALREADY SET IN CMT-STATE
           MOVE MNT-TRN-READ TO REG-TOT-READ.
           MOVE MNT-APPLIED TO REG-TOT-APPLIED.
           MOVE MNT-REJECTED TO REG-TOT-REJECTED.
           MOVE MNT-SEC-REJECTED TO REG-TOT-SECURITY.
           MOVE MNT-MST-READ TO REG-TOT-MST-IN.
           MOVE MNT-MST-WRITTEN TO REG-TOT-MST-OUT.
           MOVE MNT-NEW-HELD TO REG-TOT-NEW-HELD.
           MOVE MNT-SCHED-APPLIED TO REG-TOT-DUE.
           MOVE MNT-CANCELLED TO REG-TOT-CANCELLED.
           MOVE MNT-HELD TO REG-TOT-PENDING.
           WRITE REG-RECORD FROM REG-HEADER-3.
           WRITE REG-RECORD FROM REG-TOTAL-LINE.
           WRITE REG-RECORD FROM REG-MASTER-LINE.
           WRITE REG-RECORD FROM REG-PENDING-LINE.
           CLOSE TRNSRT.
           CLOSE REGFILE.
           MOVE MNT-SEC-REJECTED TO SEC-TOT-COUNT.
           MOVE AUT-COUNT TO SEC-TOT-AUTH.
           WRITE SEC-RECORD FROM REG-HEADER-3.
           WRITE SEC-RECORD FROM SEC-TOTAL-LINE.
           CLOSE SECFILE.
           PERFORM 9100-POST-LEDGER THRU 9100-EXIT.
           DISPLAY "MAINTENANCE - APPLIED: " MNT-APPLIED
               " REJECTED: " MNT-REJECTED
               " SECURITY: " MNT-SEC-REJECTED
               " PENDING: " MNT-HELD
               " MASTER OUT: " MNT-MST-WRITTEN.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 9100-POST-LEDGER - APPEND THIS RUN'S COUNTS TO THE
      * CONTROL LEDGER. MASTER IN CARRIES THE *HDR DATE OF THE
      * TUTMST IT RAN AGAINST (ZERO WHEN THERE WAS NONE) SO
      * TUTCHN CAN TELL A STALE OR RECOVERED MASTER FROM THE
      * ONE THE LAST RUN CARRIED FORWARD.
      *----------------------------------------------------------
       9100-POST-LEDGER.
           OPEN EXTEND LDGFILE.
           IF LDG-FILE-STATUS NOT = "00"
               OPEN OUTPUT LDGFILE
           END-IF.
           IF LDG-FILE-STATUS NOT = "00"
               DISPLAY "CONTROL LEDGER NOT AVAILABLE - STATUS "
                   LDG-FILE-STATUS " - COUNTS NOT POSTED"
               GO TO 9100-EXIT.
           ACCEPT LDG-TIME-WORK FROM TIME.
           MOVE MNT-RUN-DATE TO LDG-BUS-DATE.
           MOVE "TUTMNT  " TO LDG-STEP.
           MOVE LDG-TIME-WORK (1:6) TO LDG-POST-TIME.
           MOVE "MASTERIN  " TO LDG-COUNT-ID.
           MOVE MNT-MST-READ TO LDG-COUNT.
           MOVE MNT-MST-HDR-DATE TO LDG-REF-DATE.
           PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT.
           MOVE MNT-RUN-DATE TO LDG-REF-DATE.
           MOVE "TRANSREAD " TO LDG-COUNT-ID.
           MOVE MNT-TRN-READ TO LDG-COUNT.
           PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT.
           MOVE "APPLIED   " TO LDG-COUNT-ID.
           MOVE MNT-APPLIED TO LDG-COUNT.
           PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT.
           MOVE "REJECTED  " TO LDG-COUNT-ID.
           MOVE MNT-REJECTED TO LDG-COUNT.
           PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT.
           MOVE "ADDS      " TO LDG-COUNT-ID.
           MOVE MNT-ADDED TO LDG-COUNT.
           PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT.
           MOVE "DELETES   " TO LDG-COUNT-ID.
           MOVE MNT-DELETED TO LDG-COUNT.
           PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT.
           MOVE "HELD      " TO LDG-COUNT-ID.
           MOVE MNT-HELD TO LDG-COUNT.
           PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT.
           MOVE "CANCELLED " TO LDG-COUNT-ID.
           MOVE MNT-CANCELLED TO LDG-COUNT.
           PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT.
           MOVE "TUTFILE   " TO LDG-COUNT-ID.
           MOVE MNT-MST-WRITTEN TO LDG-COUNT.
           PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT.
           CLOSE LDGFILE.
       9100-EXIT.
           EXIT.

       9110-WRITE-LEDGER-LINE.
           WRITE LDG-RECORD FROM LDG-DETAIL-LINE.
       9110-EXIT.
           EXIT.

       END PROGRAM TUTMNT.
