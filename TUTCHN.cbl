       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTCHN.
       AUTHOR. D-WOJCIK.
       INSTALLATION. TUTORIALS-CATALOG-MAINTENANCE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------
      *  10/15/2026 DW   ORIGINAL PROGRAM - END-TO-END CONTROL
      *                  LEDGER RECONCILIATION. TUTCON, TUTMNT
      *                  AND THE CATALOG LOAD (testing1234) EACH
      *                  BALANCE ONLY THEIR OWN STEP; EACH NOW
      *                  POSTS ITS KEY COUNTS TO THE CONTROL
      *                  LEDGER (CTLLDG, COPYBOOK TUTLDG). THIS
      *                  RUN READS THE LEDGER BACK FOR ONE
      *                  BUSINESS DATE (FIRST STARTUP PARAMETER
      *                  YYYYMMDD, DEFAULT TODAY) AND PROVES THE
      *                  HANDOFFS BETWEEN THE STEPS ON A CHAIN
      *                  REPORT (CHNRPT): FEEDS IN = CONSOLIDATED
      *                  + DROPPED, MASTER IN = THE LAST TUTMNT
      *                  MASTER OUT (BY COUNT AND BY *HDR DATE),
      *                  MASTER IN + ADDS - DELETES = MASTER OUT,
      *                  THE LOAD READ TODAY'S TUTFILE AND ALL OF
      *                  IT, AND EXTFILE, TUTCAT AND THE SNAPSHOT
      *                  ALL HOLD WHAT WAS PUBLISHED. ANY BREAK,
      *                  OR A STEP THAT NEVER POSTED, ENDS THE
      *                  RUN WITH RC 16.
      *  10/15/2026 DW   TUTMNT TRANSACTIONS NOW BALANCE AS
      *                  APPLIED + REJECTED + HELD ON THE PENDING
      *                  QUEUE + CANCELLED OFF IT.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LDGFILE ASSIGN TO "CTLLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDG-FILE-STATUS.

           SELECT CHNRPT ASSIGN TO "CHNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LDGFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  LDG-RECORD PIC X(60).

       FD  CHNRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CHN-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY TUTLDG.

       01  CHN-SWITCHES.
           05  CHN-EOF-SW          PIC X(01) VALUE 'N'.
               88  CHN-EOF                  VALUE 'Y'.
           05  CHN-CON-POSTED-SW   PIC X(01) VALUE 'N'.
               88  CHN-CON-POSTED           VALUE 'Y'.
           05  CHN-CON-WROTE-SW    PIC X(01) VALUE 'N'.
               88  CHN-CON-WROTE            VALUE 'Y'.
           05  CHN-MNT-POSTED-SW   PIC X(01) VALUE 'N'.
               88  CHN-MNT-POSTED           VALUE 'Y'.
           05  CHN-LOAD-POSTED-SW  PIC X(01) VALUE 'N'.
               88  CHN-LOAD-POSTED          VALUE 'Y'.
           05  CHN-PUBLISHED-SW    PIC X(01) VALUE 'N'.
               88  CHN-PUBLISHED            VALUE 'Y'.
           05  CHN-SNAPSHOT-SW     PIC X(01) VALUE 'N'.
               88  CHN-SNAPSHOT-POSTED      VALUE 'Y'.

       01  CHN-WORK-FIELDS.
           05  CHN-DATE-PARM       PIC X(08) VALUE SPACES.
           05  CHN-RUN-DATE        PIC 9(08) VALUE ZERO.
           05  CHN-BUS-DATE        PIC 9(08) VALUE ZERO.
           05  CHN-POSTINGS        PIC 9(05) COMP VALUE ZERO.
           05  CHN-CHECKS          PIC 9(05) COMP VALUE ZERO.
           05  CHN-BREAKS          PIC 9(05) COMP VALUE ZERO.
           05  CHN-LEFT            PIC S9(07) COMP VALUE ZERO.
           05  CHN-RIGHT           PIC S9(07) COMP VALUE ZERO.
           05  CHN-LEFT-DATE       PIC 9(08) VALUE ZERO.
           05  CHN-RIGHT-DATE      PIC 9(08) VALUE ZERO.
           05  CHN-TEXT            PIC X(60) VALUE SPACES.

      *----------------------------------------------------------
      * COUNTS TAKEN OFF THE LEDGER FOR THE BUSINESS DATE. A
      * STEP THAT POSTED MORE THAN ONCE (A RERUN) IS TAKEN FROM
      * ITS LATEST POSTING.
      *----------------------------------------------------------
       01  CHN-CON-COUNTS.
           05  CHN-CON-FEED        OCCURS 3 TIMES
                                   PIC 9(07) COMP.
           05  CHN-CON-READ        PIC 9(07) COMP VALUE ZERO.
           05  CHN-CON-DROPPED     PIC 9(07) COMP VALUE ZERO.
           05  CHN-CON-TUTFILE     PIC 9(07) COMP VALUE ZERO.

       01  CHN-MNT-COUNTS.
           05  CHN-MNT-MASTER-IN   PIC 9(07) COMP VALUE ZERO.
           05  CHN-MNT-IN-HDR-DATE PIC 9(08) VALUE ZERO.
           05  CHN-MNT-TRANS-READ  PIC 9(07) COMP VALUE ZERO.
           05  CHN-MNT-APPLIED     PIC 9(07) COMP VALUE ZERO.
           05  CHN-MNT-REJECTED    PIC 9(07) COMP VALUE ZERO.
           05  CHN-MNT-ADDS        PIC 9(07) COMP VALUE ZERO.
           05  CHN-MNT-DELETES     PIC 9(07) COMP VALUE ZERO.
           05  CHN-MNT-HELD        PIC 9(07) COMP VALUE ZERO.
           05  CHN-MNT-CANCELLED   PIC 9(07) COMP VALUE ZERO.
           05  CHN-MNT-TUTFILE     PIC 9(07) COMP VALUE ZERO.

       01  CHN-LOAD-COUNTS.
           05  CHN-LOAD-READ       PIC 9(07) COMP VALUE ZERO.
           05  CHN-LOAD-HDR-DATE   PIC 9(08) VALUE ZERO.
           05  CHN-LOAD-PUBLISHED  PIC 9(07) COMP VALUE ZERO.
           05  CHN-LOAD-EXTFILE    PIC 9(07) COMP VALUE ZERO.
           05  CHN-LOAD-TUTCAT     PIC 9(07) COMP VALUE ZERO.
           05  CHN-LOAD-SNAPSHOT   PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------
      * HANDOFF TRACKING. THE LEDGER IS APPENDED IN RUN ORDER, SO
      * THE LAST TUTFILE POSTING SEEN AHEAD OF THE LOAD'S POSTING
      * IS THE FILE THE LOAD READ, AND THE LAST TUTMNT MASTER
      * OUT SEEN AHEAD OF TUTMNT'S OWN POSTING IS THE MASTER IT
      * SHOULD HAVE RUN AGAINST.
      *----------------------------------------------------------
       01  CHN-HANDOFF-FIELDS.
           05  CHN-LAST-TUT-STEP   PIC X(08) VALUE SPACES.
           05  CHN-LAST-TUT-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  CHN-LOAD-FROM-STEP  PIC X(08) VALUE SPACES.
           05  CHN-LOAD-FROM-COUNT PIC 9(07) COMP VALUE ZERO.
           05  CHN-LAST-MST-DATE   PIC 9(08) VALUE ZERO.
           05  CHN-LAST-MST-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  CHN-PRIOR-MST-DATE  PIC 9(08) VALUE ZERO.
           05  CHN-PRIOR-MST-COUNT PIC 9(07) COMP VALUE ZERO.

       01  CHN-HEADER-1.
           05  FILLER              PIC X(11) VALUE "RUN DATE : ".
           05  CHN-H1-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(19)
                   VALUE "   BUSINESS DATE : ".
           05  CHN-H1-BUS-DATE     PIC 9999/99/99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  CHN-HEADER-2.
           05  FILLER              PIC X(80)
                   VALUE "END-TO-END CONTROL LEDGER RECONCILIATION".

       01  CHN-HEADER-3.
           05  FILLER              PIC X(80) VALUE ALL "-".

       01  CHN-SECTION-LINE.
           05  CHN-SECTION-TEXT    PIC X(80).

       01  CHN-POST-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CHN-PL-STEP         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CHN-PL-COUNT-ID     PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CHN-PL-COUNT        PIC ZZZZZZ9.
           05  FILLER              PIC X(06) VALUE "  REF ".
           05  CHN-PL-REF-DATE     PIC 9999/99/99.
           05  FILLER              PIC X(05) VALUE "  AT ".
           05  CHN-PL-TIME         PIC X(06).
           05  FILLER              PIC X(23) VALUE SPACES.

       01  CHN-COUNT-CHECK-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CHN-CC-TEXT         PIC X(36).
           05  CHN-CC-LEFT         PIC -ZZZZZZ9.
           05  FILLER              PIC X(04) VALUE " VS ".
           05  CHN-CC-RIGHT        PIC -ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CHN-CC-RESULT       PIC X(10).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  CHN-DATE-CHECK-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CHN-DC-TEXT         PIC X(36).
           05  CHN-DC-LEFT         PIC 9999/99/99.
           05  FILLER              PIC X(04) VALUE " VS ".
           05  CHN-DC-RIGHT        PIC 9999/99/99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CHN-DC-RESULT       PIC X(10).
           05  FILLER              PIC X(07) VALUE SPACES.

       01  CHN-NOTE-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CHN-NL-TEXT         PIC X(60).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CHN-NL-RESULT       PIC X(10).
           05  FILLER              PIC X(07) VALUE SPACES.

       01  CHN-NONE-LINE.
           05  FILLER              PIC X(80)
                   VALUE " NO POSTINGS ON THE LEDGER FOR THIS DATE".

       01  CHN-TOTAL-LINE.
           05  FILLER              PIC X(13) VALUE "POSTINGS   : ".
           05  CHN-TL-POSTINGS     PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  CHECKS : ".
           05  CHN-TL-CHECKS       PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  BREAKS : ".
           05  CHN-TL-BREAKS       PIC ZZZZ9.
           05  FILLER              PIC X(28) VALUE SPACES.

       01  CHN-RESULT-LINE.
           05  CHN-RESULT-TEXT     PIC X(80).

       PROCEDURE DIVISION.

      *----------------------------------------------------------
      * 0000-MAINLINE - PROGRAM CONTROL
      *----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT.
           MOVE "CHAIN CHECKS" TO CHN-SECTION-TEXT.
           WRITE CHN-RECORD FROM CHN-SECTION-LINE.
           WRITE CHN-RECORD FROM CHN-HEADER-3.
           PERFORM 3000-PROVE-TUTCON THRU 3000-EXIT.
           PERFORM 4000-PROVE-TUTMNT THRU 4000-EXIT.
           PERFORM 5000-PROVE-LOAD THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * 1000-INITIALIZE - RESOLVE THE BUSINESS DATE AND OPEN UP
      *----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT CHN-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT CHN-DATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO CHN-DATE-PARM
           END-ACCEPT.
           IF CHN-DATE-PARM IS NUMERIC
               MOVE CHN-DATE-PARM TO CHN-BUS-DATE
           ELSE
               MOVE CHN-RUN-DATE TO CHN-BUS-DATE
           END-IF.
           MOVE ZERO TO CHN-CON-FEED (1).
           MOVE ZERO TO CHN-CON-FEED (2).
           MOVE ZERO TO CHN-CON-FEED (3).
           OPEN OUTPUT CHNRPT.
           MOVE CHN-RUN-DATE TO CHN-H1-DATE.
           MOVE CHN-BUS-DATE TO CHN-H1-BUS-DATE.
           WRITE CHN-RECORD FROM CHN-HEADER-1.
           WRITE CHN-RECORD FROM CHN-HEADER-2.
           WRITE CHN-RECORD FROM CHN-HEADER-3.
           MOVE "LEDGER POSTINGS FOR THE BUSINESS DATE"
               TO CHN-SECTION-TEXT.
           WRITE CHN-RECORD FROM CHN-SECTION-LINE.
           WRITE CHN-RECORD FROM CHN-HEADER-3.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2000-SCAN-LEDGER - ONE PASS OVER THE LEDGER. POSTINGS FOR
      * THE BUSINESS DATE ARE LISTED AND TAKEN INTO THE STEP
      * COUNTS; EARLIER TUTMNT MASTER-OUT POSTINGS ARE REMEMBERED
      * SO THE MASTER TUTMNT RAN AGAINST CAN BE PROVED. LATER
      * DATES ARE IGNORED SO AN OLD DATE CAN BE RE-PROVED.
      *----------------------------------------------------------
       2000-SCAN-LEDGER.
           OPEN INPUT LDGFILE.
           IF LDG-FILE-STATUS NOT = "00"
               DISPLAY "NO CONTROL LEDGER ON HAND - NOTHING POSTED"
               WRITE CHN-RECORD FROM CHN-NONE-LINE
               GO TO 2000-EXIT.
           MOVE 'N' TO CHN-EOF-SW.
           PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
           PERFORM 2200-TAKE-ONE-POSTING THRU 2200-EXIT
               UNTIL CHN-EOF.
           CLOSE LDGFILE.
           IF CHN-POSTINGS = 0
               WRITE CHN-RECORD FROM CHN-NONE-LINE
           END-IF.
           WRITE CHN-RECORD FROM CHN-HEADER-3.
       2000-EXIT.
           EXIT.

       2100-READ-LEDGER.
           READ LDGFILE INTO LDG-DETAIL-LINE
               AT END
                   SET CHN-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-TAKE-ONE-POSTING.
           IF LDG-BUS-DATE IS NOT NUMERIC
               OR LDG-COUNT IS NOT NUMERIC
               OR LDG-BUS-DATE > CHN-BUS-DATE
               GO TO 2200-NEXT.
           IF LDG-STEP = "TUTMNT  "
               AND LDG-COUNT-ID = "MASTERIN  "
               AND LDG-BUS-DATE = CHN-BUS-DATE
               MOVE CHN-LAST-MST-DATE TO CHN-PRIOR-MST-DATE
               MOVE CHN-LAST-MST-COUNT TO CHN-PRIOR-MST-COUNT
           END-IF.
           IF LDG-STEP = "TUTMNT  "
               AND LDG-COUNT-ID = "TUTFILE   "
               MOVE LDG-BUS-DATE TO CHN-LAST-MST-DATE
               MOVE LDG-COUNT TO CHN-LAST-MST-COUNT
           END-IF.
           IF LDG-BUS-DATE NOT = CHN-BUS-DATE
               GO TO 2200-NEXT.
           ADD 1 TO CHN-POSTINGS.
           MOVE LDG-STEP TO CHN-PL-STEP.
           MOVE LDG-COUNT-ID TO CHN-PL-COUNT-ID.
           MOVE LDG-COUNT TO CHN-PL-COUNT.
           IF LDG-REF-DATE IS NUMERIC
               MOVE LDG-REF-DATE TO CHN-PL-REF-DATE
           ELSE
               MOVE ZERO TO CHN-PL-REF-DATE
           END-IF.
           MOVE LDG-POST-TIME TO CHN-PL-TIME.
           WRITE CHN-RECORD FROM CHN-POST-LINE.
           EVALUATE LDG-STEP
               WHEN "TUTCON  "
                   PERFORM 2300-TAKE-TUTCON THRU 2300-EXIT
               WHEN "TUTMNT  "
                   PERFORM 2400-TAKE-TUTMNT THRU 2400-EXIT
               WHEN "CATLOAD "
                   PERFORM 2500-TAKE-LOAD THRU 2500-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-NEXT.
           PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2300/2400/2500 - TAKE ONE POSTING INTO THE STEP'S COUNTS.
      * THE FIRST COUNT EACH STEP POSTS OPENS A FRESH SET, SO A
      * RERUN THAT POSTED LESS THAN THE FIRST RUN DOES NOT
      * BORROW THE FIRST RUN'S FIGURES.
      *----------------------------------------------------------
       2300-TAKE-TUTCON.
           EVALUATE LDG-COUNT-ID
               WHEN "FEED1READ "
                   SET CHN-CON-POSTED TO TRUE
                   MOVE 'N' TO CHN-CON-WROTE-SW
                   MOVE ZERO TO CHN-CON-DROPPED
                   MOVE ZERO TO CHN-CON-TUTFILE
                   MOVE LDG-COUNT TO CHN-CON-FEED (1)
               WHEN "FEED2READ "
                   MOVE LDG-COUNT TO CHN-CON-FEED (2)
               WHEN "FEED3READ "
                   MOVE LDG-COUNT TO CHN-CON-FEED (3)
               WHEN "CONREAD   "
                   MOVE LDG-COUNT TO CHN-CON-READ
               WHEN "CONDROPPED"
                   MOVE LDG-COUNT TO CHN-CON-DROPPED
               WHEN "TUTFILE   "
                   SET CHN-CON-WROTE TO TRUE
                   MOVE LDG-COUNT TO CHN-CON-TUTFILE
                   MOVE LDG-STEP TO CHN-LAST-TUT-STEP
                   MOVE LDG-COUNT TO CHN-LAST-TUT-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2400-TAKE-TUTMNT.
           EVALUATE LDG-COUNT-ID
               WHEN "MASTERIN  "
                   SET CHN-MNT-POSTED TO TRUE
                   MOVE ZERO TO CHN-MNT-HELD
                   MOVE ZERO TO CHN-MNT-CANCELLED
                   MOVE LDG-COUNT TO CHN-MNT-MASTER-IN
                   MOVE LDG-REF-DATE TO CHN-MNT-IN-HDR-DATE
               WHEN "TRANSREAD "
                   MOVE LDG-COUNT TO CHN-MNT-TRANS-READ
               WHEN "APPLIED   "
                   MOVE LDG-COUNT TO CHN-MNT-APPLIED
               WHEN "REJECTED  "
                   MOVE LDG-COUNT TO CHN-MNT-REJECTED
               WHEN "ADDS      "
                   MOVE LDG-COUNT TO CHN-MNT-ADDS
               WHEN "DELETES   "
                   MOVE LDG-COUNT TO CHN-MNT-DELETES
               WHEN "HELD      "
                   MOVE LDG-COUNT TO CHN-MNT-HELD
               WHEN "CANCELLED "
                   MOVE LDG-COUNT TO CHN-MNT-CANCELLED
               WHEN "TUTFILE   "
                   MOVE LDG-COUNT TO CHN-MNT-TUTFILE
                   MOVE LDG-STEP TO CHN-LAST-TUT-STEP
                   MOVE LDG-COUNT TO CHN-LAST-TUT-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2400-EXIT.
           EXIT.

       2500-TAKE-LOAD.
           EVALUATE LDG-COUNT-ID
               WHEN "CATREAD   "
                   SET CHN-LOAD-POSTED TO TRUE
                   MOVE 'N' TO CHN-PUBLISHED-SW
                   MOVE LDG-COUNT TO CHN-LOAD-READ
                   MOVE LDG-REF-DATE TO CHN-LOAD-HDR-DATE
                   MOVE CHN-LAST-TUT-STEP TO CHN-LOAD-FROM-STEP
                   MOVE CHN-LAST-TUT-COUNT TO CHN-LOAD-FROM-COUNT
               WHEN "PUBLISHED "
                   SET CHN-PUBLISHED TO TRUE
                   MOVE LDG-COUNT TO CHN-LOAD-PUBLISHED
               WHEN "EXTFILE   "
                   MOVE LDG-COUNT TO CHN-LOAD-EXTFILE
               WHEN "TUTCAT    "
                   MOVE LDG-COUNT TO CHN-LOAD-TUTCAT
               WHEN "SNAPSHOT  "
                   SET CHN-SNAPSHOT-POSTED TO TRUE
                   MOVE LDG-COUNT TO CHN-LOAD-SNAPSHOT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 3000-PROVE-TUTCON - EVERY FEED DETAIL READ IS EITHER ON
      * TUTFILE OR WAS DROPPED AS A CONFLICT OR FEED DUPLICATE
      *----------------------------------------------------------
       3000-PROVE-TUTCON.
           IF NOT CHN-CON-POSTED
               MOVE "TUTCON DID NOT POST FOR THE BUSINESS DATE"
                   TO CHN-TEXT
               PERFORM 8300-WRITE-BREAK-NOTE THRU 8300-EXIT
               GO TO 3000-EXIT.
           MOVE "TUTCON SRCFIL1-3 = FEED DETAILS READ"
               TO CHN-CC-TEXT.
           COMPUTE CHN-LEFT = CHN-CON-FEED (1) + CHN-CON-FEED (2)
               + CHN-CON-FEED (3).
           MOVE CHN-CON-READ TO CHN-RIGHT.
           PERFORM 8100-WRITE-COUNT-CHECK THRU 8100-EXIT.
           IF NOT CHN-CON-WROTE
               MOVE "TUTCON ABENDED - NO TUTFILE HANDED ON"
                   TO CHN-TEXT
               PERFORM 8300-WRITE-BREAK-NOTE THRU 8300-EXIT
               GO TO 3000-EXIT.
           MOVE "TUTCON READ = TUTFILE + DROPPED"
               TO CHN-CC-TEXT.
           MOVE CHN-CON-READ TO CHN-LEFT.
           COMPUTE CHN-RIGHT = CHN-CON-TUTFILE + CHN-CON-DROPPED.
           PERFORM 8100-WRITE-COUNT-CHECK THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 4000-PROVE-TUTMNT - THE TRANSACTIONS BALANCE, MASTER OUT
      * FOLLOWS FROM MASTER IN, AND MASTER IN IS THE MASTER THE
      * LAST TUTMNT RUN CARRIED FORWARD - A RUN AGAINST AN OLDER
      * OR RECOVERED TUTMST SHOWS UP AS A HEADER-DATE BREAK.
      *----------------------------------------------------------
       4000-PROVE-TUTMNT.
           IF NOT CHN-MNT-POSTED
               MOVE "TUTMNT DID NOT POST FOR THE BUSINESS DATE"
                   TO CHN-TEXT
               PERFORM 8300-WRITE-BREAK-NOTE THRU 8300-EXIT
               GO TO 4000-EXIT.
           MOVE "TUTMNT READ = APPL+REJ+HELD+CANCEL"
               TO CHN-CC-TEXT.
           MOVE CHN-MNT-TRANS-READ TO CHN-LEFT.
           COMPUTE CHN-RIGHT = CHN-MNT-APPLIED + CHN-MNT-REJECTED
               + CHN-MNT-HELD + CHN-MNT-CANCELLED.
           PERFORM 8100-WRITE-COUNT-CHECK THRU 8100-EXIT.
           MOVE "TUTMNT IN + ADDS - DELETES = OUT"
               TO CHN-CC-TEXT.
           COMPUTE CHN-LEFT = CHN-MNT-MASTER-IN + CHN-MNT-ADDS
               - CHN-MNT-DELETES.
           MOVE CHN-MNT-TUTFILE TO CHN-RIGHT.
           PERFORM 8100-WRITE-COUNT-CHECK THRU 8100-EXIT.
           IF CHN-PRIOR-MST-DATE = ZERO
               MOVE "NO EARLIER TUTMNT POSTING - MASTER IN NOT PROVED"
                   TO CHN-NL-TEXT
               MOVE "NOTE" TO CHN-NL-RESULT
               WRITE CHN-RECORD FROM CHN-NOTE-LINE
               GO TO 4000-EXIT.
           MOVE "TUTMST HDR = LAST TUTMNT RUN DATE"
               TO CHN-DC-TEXT.
           MOVE CHN-MNT-IN-HDR-DATE TO CHN-LEFT-DATE.
           MOVE CHN-PRIOR-MST-DATE TO CHN-RIGHT-DATE.
           PERFORM 8200-WRITE-DATE-CHECK THRU 8200-EXIT.
           MOVE "MASTER IN = LAST TUTMNT MASTER OUT"
               TO CHN-CC-TEXT.
           MOVE CHN-MNT-MASTER-IN TO CHN-LEFT.
           MOVE CHN-PRIOR-MST-COUNT TO CHN-RIGHT.
           PERFORM 8100-WRITE-COUNT-CHECK THRU 8100-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 5000-PROVE-LOAD - THE LOAD READ A TUTFILE WRITTEN FOR
      * THE BUSINESS DATE AND ALL OF IT, AND WHAT IT PUBLISHED
      * LANDED WHOLE ON EXTFILE, TUTCAT AND THE SNAPSHOT
      * ARCHIVE. A DAY THAT WAS HELD BY A TOLERANCE OR CONTROL
      * ERROR PUBLISHED NOTHING AND IS NOTED, NOT BROKEN - THE
      * LOAD'S OWN RETURN CODE AND OPALERT ALREADY SAY SO.
      *----------------------------------------------------------
       5000-PROVE-LOAD.
           IF NOT CHN-LOAD-POSTED
               MOVE "CATALOG LOAD DID NOT POST FOR THE BUSINESS DATE"
                   TO CHN-TEXT
               PERFORM 8300-WRITE-BREAK-NOTE THRU 8300-EXIT
               GO TO 5000-EXIT.
           MOVE "LOAD TUTFILE HDR = BUSINESS DATE"
               TO CHN-DC-TEXT.
           MOVE CHN-LOAD-HDR-DATE TO CHN-LEFT-DATE.
           MOVE CHN-BUS-DATE TO CHN-RIGHT-DATE.
           PERFORM 8200-WRITE-DATE-CHECK THRU 8200-EXIT.
           IF CHN-LOAD-FROM-STEP = SPACES
               MOVE "NO TUTFILE WRITTEN FOR THE DATE AHEAD OF THE LOAD"
                   TO CHN-TEXT
               PERFORM 8300-WRITE-BREAK-NOTE THRU 8300-EXIT
           ELSE
               IF CHN-LOAD-FROM-STEP = "TUTMNT  "
                   MOVE "LOAD READ = TUTMNT MASTER OUT"
                       TO CHN-CC-TEXT
               ELSE
                   MOVE "LOAD READ = TUTCON TUTFILE WRITTEN"
                       TO CHN-CC-TEXT
               END-IF
               MOVE CHN-LOAD-READ TO CHN-LEFT
               MOVE CHN-LOAD-FROM-COUNT TO CHN-RIGHT
               PERFORM 8100-WRITE-COUNT-CHECK THRU 8100-EXIT
           END-IF.
           IF NOT CHN-PUBLISHED
               MOVE "CATALOG NOT PUBLISHED - RUN WAS HELD"
                   TO CHN-NL-TEXT
               MOVE "NOTE" TO CHN-NL-RESULT
               WRITE CHN-RECORD FROM CHN-NOTE-LINE
               GO TO 5000-EXIT.
           MOVE "EXTFILE WRITTEN = ENTRIES PUBLISHED"
               TO CHN-CC-TEXT.
           MOVE CHN-LOAD-EXTFILE TO CHN-LEFT.
           MOVE CHN-LOAD-PUBLISHED TO CHN-RIGHT.
           PERFORM 8100-WRITE-COUNT-CHECK THRU 8100-EXIT.
           MOVE "TUTCAT WRITTEN = EXTFILE WRITTEN"
               TO CHN-CC-TEXT.
           MOVE CHN-LOAD-TUTCAT TO CHN-LEFT.
           MOVE CHN-LOAD-EXTFILE TO CHN-RIGHT.
           PERFORM 8100-WRITE-COUNT-CHECK THRU 8100-EXIT.
           IF NOT CHN-SNAPSHOT-POSTED
               MOVE "NO SNAPSHOT ARCHIVED FOR THE BUSINESS DATE"
                   TO CHN-TEXT
               PERFORM 8300-WRITE-BREAK-NOTE THRU 8300-EXIT
               GO TO 5000-EXIT.
           MOVE "SNAPSHOT ARCHIVED = EXTFILE WRITTEN"
               TO CHN-CC-TEXT.
           MOVE CHN-LOAD-SNAPSHOT TO CHN-LEFT.
           MOVE CHN-LOAD-EXTFILE TO CHN-RIGHT.
           PERFORM 8100-WRITE-COUNT-CHECK THRU 8100-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 8100-WRITE-COUNT-CHECK - COMPARE CHN-LEFT WITH CHN-RIGHT
      * UNDER THE TEXT ALREADY IN CHN-CC-TEXT
      *----------------------------------------------------------
       8100-WRITE-COUNT-CHECK.
           ADD 1 TO CHN-CHECKS.
           MOVE CHN-LEFT TO CHN-CC-LEFT.
           MOVE CHN-RIGHT TO CHN-CC-RIGHT.
           IF CHN-LEFT = CHN-RIGHT
               MOVE "OK" TO CHN-CC-RESULT
           ELSE
               MOVE "*BREAK*" TO CHN-CC-RESULT
               ADD 1 TO CHN-BREAKS
           END-IF.
           WRITE CHN-RECORD FROM CHN-COUNT-CHECK-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 8200-WRITE-DATE-CHECK - SAME FOR TWO DATES
      *----------------------------------------------------------
       8200-WRITE-DATE-CHECK.
           ADD 1 TO CHN-CHECKS.
           MOVE CHN-LEFT-DATE TO CHN-DC-LEFT.
           MOVE CHN-RIGHT-DATE TO CHN-DC-RIGHT.
           IF CHN-LEFT-DATE = CHN-RIGHT-DATE
               MOVE "OK" TO CHN-DC-RESULT
           ELSE
               MOVE "*BREAK*" TO CHN-DC-RESULT
               ADD 1 TO CHN-BREAKS
           END-IF.
           WRITE CHN-RECORD FROM CHN-DATE-CHECK-LINE.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 8300-WRITE-BREAK-NOTE - A BREAK THAT HAS NO TWO FIGURES
      * TO SHOW, SUCH AS A STEP THAT NEVER POSTED
      *----------------------------------------------------------
       8300-WRITE-BREAK-NOTE.
           ADD 1 TO CHN-CHECKS.
           ADD 1 TO CHN-BREAKS.
           MOVE CHN-TEXT TO CHN-NL-TEXT.
           MOVE "*BREAK*" TO CHN-NL-RESULT.
           WRITE CHN-RECORD FROM CHN-NOTE-LINE.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 9000-TERMINATE - TOTALS, VERDICT AND RETURN CODE
      *----------------------------------------------------------
       9000-TERMINATE.
           WRITE CHN-RECORD FROM CHN-HEADER-3.
           MOVE CHN-POSTINGS TO CHN-TL-POSTINGS.
           MOVE CHN-CHECKS TO CHN-TL-CHECKS.
           MOVE CHN-BREAKS TO CHN-TL-BREAKS.
           WRITE CHN-RECORD FROM CHN-TOTAL-LINE.
           IF CHN-BREAKS = 0
               MOVE "CHAIN IS PROVED FOR THE BUSINESS DATE"
                   TO CHN-RESULT-TEXT
           ELSE
               MOVE "*** CHAIN IS BROKEN - SEE THE BREAKS ABOVE ***"
                   TO CHN-RESULT-TEXT
               MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE CHN-RECORD FROM CHN-RESULT-LINE.
           CLOSE CHNRPT.
           DISPLAY "CHAIN RECONCILIATION " CHN-BUS-DATE
               " - CHECKS: " CHN-CHECKS
               " BREAKS: " CHN-BREAKS.
       9000-EXIT.
           EXIT.

       END PROGRAM TUTCHN.
