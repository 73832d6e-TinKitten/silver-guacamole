      *                  INTO HUNDREDS OF DOWNSTREAM REMOVALS.
      *                  EVERY FEED THAT DOES ARRIVE IS COPIED TO
      *                  ITS SRCPRV ON THE WAY THROUGH.
      *  10/15/2026 DW   POSTS THE PER-FEED DETAIL COUNTS, THE
      *                  DROPPED COUNT AND THE TUTFILE RECORDS
      *                  WRITTEN TO THE CONTROL LEDGER (CTLLDG,
      *                  COPYBOOK TUTLDG) SO TUTCHN CAN PROVE THE
      *                  HANDOFF INTO THE REST OF THE CYCLE.
      *  10/15/2026 DW   CONFLICTS ARE NOW SETTLED BY KEY
      *                  OWNERSHIP, NOT FEED ORDER. A MAINTAINED
      *                  OWNERSHIP TABLE (KEYOWN) NAMES THE SOURCE
      *                  CODE THAT OWNS A KEY OR A KEY PREFIX
      *                  (PATTERN ENDING *, LONGEST MATCH WINS).
      *                  WHEN A KEY ARRIVES FROM MORE THAN ONE
      *                  FEED THE OWNER'S COPY IS KEPT WHATEVER
      *                  FEED IT CAME ON AND EVERY OTHER COPY IS
      *                  REJECTED ON CONRPT AS A NON-OWNER
      *                  SUBMISSION - IF THE OWNER SENT NO COPY,
      *                  NOTHING IS KEPT. AN UNOWNED KEY STILL
      *                  GOES TO THE LOWEST-NUMBERED FEED AND ITS
      *                  LOSERS ARE FLAGGED FOR AN OWNER TO BE
      *                  ASSIGNED. NO KEYOWN ON HAND KEEPS THE
      *                  OLD LOWEST-FEED-WINS RULE THROUGHOUT.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT ALRFILE ASSIGN TO "CONALERT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LDGFILE ASSIGN TO "CTLLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDG-FILE-STATUS.

           SELECT OWNFILE ASSIGN TO "KEYOWN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CON-OWN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRCFIL1
           RECORD CONTAINS 80 CHARACTERS.
       01  ALR-RECORD PIC X(80).

       FD  LDGFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  LDG-RECORD PIC X(60).

       FD  OWNFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  OWN-RECORD PIC X(40).

       WORKING-STORAGE SECTION.
           COPY TUTLDG.

       01  CON-STATUSES.
           05  CON-SRC1-STATUS     PIC X(02) VALUE SPACES.
           05  CON-SRC2-STATUS     PIC X(02) VALUE SPACES.
           05  CON-PRV3-STATUS     PIC X(02) VALUE SPACES.
           05  CON-SRC-STATUS-WRK  PIC X(02) VALUE SPACES.
           05  CON-PRV-STATUS-WRK  PIC X(02) VALUE SPACES.
           05  CON-OWN-STATUS      PIC X(02) VALUE SPACES.

       01  CON-SWITCHES.
           05  CON-EOF-SW          PIC X(01) VALUE 'N'.
               88  CON-USING-PRIOR          VALUE 'Y'.
           05  CON-ALERTED-SW      PIC X(01) VALUE 'N'.
               88  CON-ALERTED              VALUE 'Y'.
           05  CON-OWN-EOF-SW      PIC X(01) VALUE 'N'.
               88  CON-OWN-EOF              VALUE 'Y'.

       01  CON-FEED-CONTROLS.
           05  CON-FEED-REQ-TAB.
           05  CON-FEED-SOURCE     PIC X(03) VALUE SPACES.
           05  CON-FEED-READ       PIC 9(07) COMP VALUE ZERO.
           05  CON-FEED-EXPECTED   PIC 9(07) COMP VALUE ZERO.
           05  CON-FEED-TOTAL-TAB.
               10  CON-FEED-TOTAL  OCCURS 3 TIMES
                                   PIC 9(07) COMP.

       01  CON-COUNTERS.
           05  CON-TOTAL-READ      PIC 9(07) COMP VALUE ZERO.
           05  CON-KEPT-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  CON-CONFLICT-COUNT  PIC 9(05) COMP VALUE ZERO.
           05  CON-INTRADUP-COUNT  PIC 9(05) COMP VALUE ZERO.
           05  CON-NOTOWN-COUNT    PIC 9(05) COMP VALUE ZERO.
           05  CON-UNOWNED-COUNT   PIC 9(05) COMP VALUE ZERO.

       01  CON-MATCH-FIELDS.
           05  CON-PREV-KEY        PIC X(10) VALUE LOW-VALUES.
           05  CON-KEPT-SOURCE     PIC X(03) VALUE SPACES.

       01  CON-RUN-DATE            PIC 9(08).

      *----------------------------------------------------------
      * KEY OWNERSHIP TABLE - ONE LINE PER KEY OR KEY PREFIX:
      * PATTERN, OWNING SOURCE CODE, FREE-FORM NAME. A PATTERN
      * ENDING IN * IS A PREFIX; CON-OWN-LEN IS THE NUMBER OF
      * BYTES TO MATCH (10 FOR A WHOLE KEY). LINES STARTING *
      * ARE COMMENTS.
      *----------------------------------------------------------
       01  OWN-INPUT-LINE.
           05  OWN-IN-PATTERN      PIC X(10).
           05  FILLER              PIC X(01).
           05  OWN-IN-SOURCE       PIC X(03).
           05  FILLER              PIC X(01).
           05  OWN-IN-NAME         PIC X(25).

       01  CON-OWN-FIELDS.
           05  CON-OWN-MAX         PIC 9(05) COMP VALUE 500.
           05  CON-OWN-COUNT       PIC 9(05) COMP VALUE ZERO.
           05  CON-OWN-SUB         PIC 9(05) COMP VALUE ZERO.
           05  CON-OWN-TALLY       PIC 9(02) COMP VALUE ZERO.
           05  CON-OWN-BEST-LEN    PIC 9(02) COMP VALUE ZERO.
           05  CON-KEY-OWNER       PIC X(03) VALUE SPACES.

       01  CON-OWN-TABLE.
           05  CON-OWN-ENTRY OCCURS 500 TIMES.
               10  CON-OWN-PATTERN PIC X(10).
               10  CON-OWN-LEN     PIC 9(02) COMP.
               10  CON-OWN-SOURCE  PIC X(03).

      *----------------------------------------------------------
      * ALL ARRIVALS OF THE KEY IN HAND, IN FEED ORDER. AN
      * ARRIVAL FROM THE SAME FEED AS THE ONE BEFORE IT IS A
      * DUPLICATE WITHIN THAT FEED AND NEVER A CANDIDATE.
      *----------------------------------------------------------
       01  CON-GROUP-FIELDS.
           05  CON-GRP-MAX         PIC 9(03) COMP VALUE 20.
           05  CON-GRP-COUNT       PIC 9(03) COMP VALUE ZERO.
           05  CON-GRP-SUB         PIC 9(03) COMP VALUE ZERO.
           05  CON-GRP-FEEDS       PIC 9(03) COMP VALUE ZERO.
           05  CON-GRP-WIN         PIC 9(03) COMP VALUE ZERO.

       01  CON-GROUP-TABLE.
           05  CON-GRP-ENTRY OCCURS 20 TIMES.
               10  CON-GRP-FEED    PIC 9(01).
               10  CON-GRP-DUP-SW  PIC X(01).
                   88  CON-GRP-FEED-DUP     VALUE 'Y'.
               10  CON-GRP-IMAGE.
                   15  FILLER          PIC X(65).
                   15  CON-GRP-SOURCE  PIC X(03).
                   15  FILLER          PIC X(12).

       01  CON-WORK-RECORD.
           05  CON-WRK-KEY         PIC X(10).
           05  FILLER              PIC X(55).
           05  CON-CF-DROPPED      PIC X(03).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  CON-NOTE-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CON-NOTE-TEXT       PIC X(79).

       01  CON-OWN-COUNT-LINE.
           05  FILLER              PIC X(24)
                   VALUE "KEY OWNERSHIP ENTRIES : ".
           05  CON-OC-COUNT        PIC ZZZZ9.
           05  FILLER              PIC X(51) VALUE SPACES.

       01  CON-OWNER-LINE.
           05  FILLER              PIC X(20)
                   VALUE "NOT-OWNER REJECTS : ".
           05  CON-OL-NOTOWN       PIC ZZZZ9.
           05  FILLER              PIC X(25)
                   VALUE "  UNOWNED CONFLICT KEYS :".
           05  CON-OL-UNOWNED      PIC ZZZZ9.
           05  FILLER              PIC X(25) VALUE SPACES.

       01  CON-TOTAL-LINE.
           05  FILLER              PIC X(13) VALUE "CONSOLIDATED:".
           05  CON-TL-KEPT         PIC ZZZZZZ9.
           ACCEPT CON-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ALL 'Y' TO CON-FEED-REQ-TAB.
           MOVE ALL 'N' TO CON-FEED-FBK-TAB.
           MOVE ZERO TO CON-FEED-TOTAL (1).
           MOVE ZERO TO CON-FEED-TOTAL (2).
           MOVE ZERO TO CON-FEED-TOTAL (3).
           OPEN OUTPUT CONRPT.
           OPEN OUTPUT ALRFILE.
           MOVE CON-RUN-DATE TO CON-H1-DATE.
           WRITE CON-RECORD FROM CON-RPT-HEADER-2.
           WRITE CON-RECORD FROM CON-RPT-HEADER-3.
           PERFORM 1050-READ-CON-PARMS THRU 1050-EXIT.
           PERFORM 1080-LOAD-OWNERSHIP THRU 1080-EXIT.
       1000-EXIT.
           EXIT.

       1070-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1080-LOAD-OWNERSHIP - LOAD THE KEY OWNERSHIP TABLE. A
      * MISSING FILE IS NOTED ON CONRPT AND EVERY CONFLICT FALLS
      * BACK TO LOWEST-FEED-WINS, AS BEFORE THE TABLE EXISTED.
      *----------------------------------------------------------
       1080-LOAD-OWNERSHIP.
           OPEN INPUT OWNFILE.
           IF CON-OWN-STATUS NOT = "00"
               DISPLAY "NO KEY OWNERSHIP TABLE - LOWEST-NUMBERED "
                   "FEED WINS EVERY CONFLICT"
               MOVE "NO KEYOWN - LOWEST FEED WINS EVERY CONFLICT"
                   TO CON-NOTE-TEXT
               WRITE CON-RECORD FROM CON-NOTE-LINE
               GO TO 1080-EXIT.
           PERFORM 1085-READ-ONE-OWNER THRU 1085-EXIT.
           PERFORM 1090-STORE-ONE-OWNER THRU 1090-EXIT
               UNTIL CON-OWN-EOF.
           CLOSE OWNFILE.
           MOVE CON-OWN-COUNT TO CON-OC-COUNT.
           WRITE CON-RECORD FROM CON-OWN-COUNT-LINE.
       1080-EXIT.
           EXIT.

       1085-READ-ONE-OWNER.
           READ OWNFILE INTO OWN-INPUT-LINE
               AT END
                   SET CON-OWN-EOF TO TRUE
           END-READ.
       1085-EXIT.
           EXIT.

       1090-STORE-ONE-OWNER.
           IF OWN-IN-PATTERN (1:1) = "*"
               GO TO 1090-NEXT.
           IF OWN-IN-PATTERN = SPACES OR OWN-IN-SOURCE = SPACES
               DISPLAY "KEY OWNERSHIP LINE IGNORED - PATTERN OR "
                   "SOURCE MISSING : " OWN-INPUT-LINE
               GO TO 1090-NEXT.
           IF CON-OWN-COUNT >= CON-OWN-MAX
               DISPLAY "KEY OWNERSHIP TABLE FULL AT " CON-OWN-MAX
                   " - IGNORED : " OWN-IN-PATTERN
               GO TO 1090-NEXT.
           MOVE ZERO TO CON-OWN-TALLY.
           INSPECT OWN-IN-PATTERN TALLYING CON-OWN-TALLY
               FOR CHARACTERS BEFORE INITIAL "*".
           ADD 1 TO CON-OWN-COUNT.
           MOVE OWN-IN-PATTERN TO CON-OWN-PATTERN (CON-OWN-COUNT).
           MOVE CON-OWN-TALLY TO CON-OWN-LEN (CON-OWN-COUNT).
           MOVE OWN-IN-SOURCE TO CON-OWN-SOURCE (CON-OWN-COUNT).
       1090-NEXT.
           PERFORM 1085-READ-ONE-OWNER THRU 1085-EXIT.
       1090-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1100-SORT-FEEDS - RELEASE EVERY FEED'S DETAIL RECORDS,
      * TAGGED WITH THE FEED NUMBER AND SOURCE CODE, SORTED BY
      * KEY AND THEN FEED NUMBER SO THE LOWEST-NUMBERED FEED
      * SORTS FIRST WITHIN A KEY AND WINS A CONFLICT OVER A KEY
      * NOBODY OWNS
      *----------------------------------------------------------
       1100-SORT-FEEDS.
           SORT SORT-WORK
           END-IF.
           WRITE CON-RECORD FROM CON-FEED-LINE.
           ADD CON-FEED-READ TO CON-TOTAL-READ.
           MOVE CON-FEED-READ TO CON-FEED-TOTAL (CON-FEED-NO).
       1300-EXIT.
           EXIT.

           EXIT.

      *----------------------------------------------------------
      * 2000-CONSOLIDATE - WRITE THE MERGED FEED. ONE ARRIVAL OF
      * EACH KEY IS KEPT; EVERY OTHER ARRIVAL GOES ON THE
      * CONFLICT REPORT WITH THE SOURCE THAT KEPT THE KEY AND
      * THE SOURCE THAT LOST IT.
      *----------------------------------------------------------
       2000-CONSOLIDATE.
           OPEN INPUT CONSRT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2200-KEEP-OR-CONFLICT - GATHER EVERY ARRIVAL OF THE NEXT
      * KEY AND DECIDE WHICH ONE IS KEPT. THE FIRST ARRIVAL (THE
      * LOWEST-NUMBERED FEED) IS KEPT UNLESS THE KEY CAME FROM
      * MORE THAN ONE FEED AND HAS AN OWNER ON KEYOWN - THEN THE
      * OWNER'S COPY IS KEPT, OR NONE AT ALL IF THE OWNER DID NOT
      * SEND ONE.
      *----------------------------------------------------------
       2200-KEEP-OR-CONFLICT.
           MOVE CONS-KEY TO CON-PREV-KEY.
           MOVE ZERO TO CON-GRP-COUNT.
           MOVE ZERO TO CON-GRP-FEEDS.
           PERFORM 2210-COLLECT-ONE-ARRIVAL THRU 2210-EXIT
               UNTIL CON-SRT-EOF OR CONS-KEY NOT = CON-PREV-KEY.
           MOVE 1 TO CON-GRP-WIN.
           MOVE SPACES TO CON-KEY-OWNER.
           IF CON-GRP-FEEDS > 1 AND CON-OWN-COUNT > 0
               PERFORM 2230-FIND-KEY-OWNER THRU 2230-EXIT
               IF CON-KEY-OWNER NOT = SPACES
                   PERFORM 2240-PICK-OWNER-COPY THRU 2240-EXIT
               ELSE
                   ADD 1 TO CON-UNOWNED-COUNT
               END-IF
           END-IF.
           IF CON-GRP-WIN > 0
               MOVE CON-GRP-SOURCE (CON-GRP-WIN) TO CON-KEPT-SOURCE
               MOVE CON-GRP-IMAGE (CON-GRP-WIN) TO TUT-RECORD
               WRITE TUT-RECORD
               ADD 1 TO CON-KEPT-COUNT
           ELSE
               MOVE "---" TO CON-KEPT-SOURCE
           END-IF.
           PERFORM 2250-REPORT-ONE-LOSER THRU 2250-EXIT
               VARYING CON-GRP-SUB FROM 1 BY 1
               UNTIL CON-GRP-SUB > CON-GRP-COUNT.
       2200-EXIT.
           EXIT.

       2210-COLLECT-ONE-ARRIVAL.
           IF CON-GRP-COUNT >= CON-GRP-MAX
               ADD 1 TO CON-CONFLICT-COUNT
               MOVE CONS-KEY TO CON-CF-KEY
               MOVE "EXCESS ARRIVALS OF KEY  " TO CON-CF-TEXT
               MOVE SPACES TO CON-CF-KEPT
               MOVE CONS-SOURCE TO CON-CF-DROPPED
               WRITE CON-RECORD FROM CON-CONFLICT-LINE
               GO TO 2210-NEXT.
           ADD 1 TO CON-GRP-COUNT.
           MOVE CONS-FEED TO CON-GRP-FEED (CON-GRP-COUNT).
           MOVE CONS-ENTRY TO CON-GRP-IMAGE (CON-GRP-COUNT).
           MOVE 'N' TO CON-GRP-DUP-SW (CON-GRP-COUNT).
           IF CON-GRP-COUNT > 1
               AND CONS-FEED = CON-GRP-FEED (CON-GRP-COUNT - 1)
               MOVE 'Y' TO CON-GRP-DUP-SW (CON-GRP-COUNT)
           ELSE
               ADD 1 TO CON-GRP-FEEDS
           END-IF.
       2210-NEXT.
           PERFORM 2100-READ-SORTED-FEED THRU 2100-EXIT.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2230-FIND-KEY-OWNER - SERIAL PASS OVER THE OWNERSHIP
      * TABLE. A WHOLE-KEY LINE BEATS ANY PREFIX AND A LONGER
      * PREFIX BEATS A SHORTER ONE.
      *----------------------------------------------------------
       2230-FIND-KEY-OWNER.
           MOVE ZERO TO CON-OWN-BEST-LEN.
           PERFORM 2235-TEST-ONE-OWNER THRU 2235-EXIT
               VARYING CON-OWN-SUB FROM 1 BY 1
               UNTIL CON-OWN-SUB > CON-OWN-COUNT.
       2230-EXIT.
           EXIT.

       2235-TEST-ONE-OWNER.
           IF CON-OWN-LEN (CON-OWN-SUB) NOT > CON-OWN-BEST-LEN
               GO TO 2235-EXIT.
           IF CON-PREV-KEY (1:CON-OWN-LEN (CON-OWN-SUB)) =
               CON-OWN-PATTERN (CON-OWN-SUB)
                   (1:CON-OWN-LEN (CON-OWN-SUB))
               MOVE CON-OWN-LEN (CON-OWN-SUB) TO CON-OWN-BEST-LEN
               MOVE CON-OWN-SOURCE (CON-OWN-SUB) TO CON-KEY-OWNER
           END-IF.
       2235-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2240-PICK-OWNER-COPY - THE FIRST ARRIVAL FROM THE OWNING
      * SOURCE, WHATEVER FEED IT CAME ON. CON-GRP-WIN COMES BACK
      * ZERO WHEN THE OWNER SENT NO COPY.
      *----------------------------------------------------------
       2240-PICK-OWNER-COPY.
           MOVE ZERO TO CON-GRP-WIN.
           PERFORM 2245-TEST-ONE-COPY THRU 2245-EXIT
               VARYING CON-GRP-SUB FROM 1 BY 1
               UNTIL CON-GRP-SUB > CON-GRP-COUNT OR CON-GRP-WIN > 0.
       2240-EXIT.
           EXIT.

       2245-TEST-ONE-COPY.
           IF NOT CON-GRP-FEED-DUP (CON-GRP-SUB)
               AND CON-GRP-SOURCE (CON-GRP-SUB) = CON-KEY-OWNER
               MOVE CON-GRP-SUB TO CON-GRP-WIN
           END-IF.
       2245-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2250-REPORT-ONE-LOSER - EVERY ARRIVAL NOT KEPT GOES ON
      * CONRPT: A DUPLICATE WITHIN ITS OWN FEED, A NON-OWNER'S
      * REJECTED SUBMISSION, A LOSER ON AN UNOWNED KEY FLAGGED
      * FOR AN OWNER TO BE ASSIGNED, OR (NO KEYOWN ON HAND) A
      * PLAIN CROSS-FEED CONFLICT.
      *----------------------------------------------------------
       2250-REPORT-ONE-LOSER.
           IF CON-GRP-SUB = CON-GRP-WIN
               GO TO 2250-EXIT.
           MOVE CON-PREV-KEY TO CON-CF-KEY.
           MOVE CON-KEPT-SOURCE TO CON-CF-KEPT.
           MOVE CON-GRP-SOURCE (CON-GRP-SUB) TO CON-CF-DROPPED.
           IF CON-GRP-FEED-DUP (CON-GRP-SUB)
               ADD 1 TO CON-INTRADUP-COUNT
               MOVE "DUPLICATE WITHIN FEED   "
                   TO CON-CF-TEXT
           ELSE
               ADD 1 TO CON-CONFLICT-COUNT
               EVALUATE TRUE
                   WHEN CON-KEY-OWNER NOT = SPACES
                       ADD 1 TO CON-NOTOWN-COUNT
                       MOVE "REJECTED - NOT THE OWNER"
                           TO CON-CF-TEXT
                   WHEN CON-OWN-COUNT > 0
                       MOVE "UNOWNED - ASSIGN OWNER  "
                           TO CON-CF-TEXT
                   WHEN OTHER
                       MOVE "KEY FROM MORE THAN ONE  "
                           TO CON-CF-TEXT
               END-EVALUATE
           END-IF.
           WRITE CON-RECORD FROM CON-CONFLICT-LINE.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------
           MOVE CON-INTRADUP-COUNT TO CON-TL-INTRADUPS.
           WRITE CON-RECORD FROM CON-RPT-HEADER-3.
           WRITE CON-RECORD FROM CON-TOTAL-LINE.
           MOVE CON-NOTOWN-COUNT TO CON-OL-NOTOWN.
           MOVE CON-UNOWNED-COUNT TO CON-OL-UNOWNED.
           WRITE CON-RECORD FROM CON-OWNER-LINE.
           CLOSE CONRPT.
           CLOSE ALRFILE.
           PERFORM 9100-POST-LEDGER THRU 9100-EXIT.
           DISPLAY "CONSOLIDATION - READ: " CON-TOTAL-READ
               " KEPT: " CON-KEPT-COUNT
               " CONFLICTS: " CON-CONFLICT-COUNT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 9100-POST-LEDGER - APPEND THIS RUN'S COUNTS TO THE
      * CONTROL LEDGER. THE FEED COUNTS ALWAYS GO; THE TUTFILE
      * AND DROPPED COUNTS ONLY WHEN THE CONSOLIDATION ACTUALLY
      * WROTE TUTFILE - AN ABENDED RUN MUST NOT LOOK LIKE IT
      * HANDED A FILE ON.
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
           MOVE CON-RUN-DATE TO LDG-BUS-DATE.
           MOVE "TUTCON  " TO LDG-STEP.
           MOVE LDG-TIME-WORK (1:6) TO LDG-POST-TIME.
           MOVE CON-RUN-DATE TO LDG-REF-DATE.
           MOVE "FEED1READ " TO LDG-COUNT-ID.
           MOVE CON-FEED-TOTAL (1) TO LDG-COUNT.
           PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT.
           MOVE "FEED2READ " TO LDG-COUNT-ID.
           MOVE CON-FEED-TOTAL (2) TO LDG-COUNT.
           PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT.
           MOVE "FEED3READ " TO LDG-COUNT-ID.
           MOVE CON-FEED-TOTAL (3) TO LDG-COUNT.
           PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT.
           MOVE "CONREAD   " TO LDG-COUNT-ID.
           MOVE CON-TOTAL-READ TO LDG-COUNT.
           PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT.
           IF NOT CON-MISMATCH
               MOVE "CONDROPPED" TO LDG-COUNT-ID
               COMPUTE LDG-COUNT =
                   CON-CONFLICT-COUNT + CON-INTRADUP-COUNT
               PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT
               MOVE "TUTFILE   " TO LDG-COUNT-ID
               MOVE CON-KEPT-COUNT TO LDG-COUNT
               PERFORM 9110-WRITE-LEDGER-LINE THRU 9110-EXIT
           END-IF.
           CLOSE LDGFILE.
       9100-EXIT.
           EXIT.

       9110-WRITE-LEDGER-LINE.
           WRITE LDG-RECORD FROM LDG-DETAIL-LINE.
       9110-EXIT.
           EXIT.

       END PROGRAM TUTCON.
