       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTDST.
       AUTHOR. D-WOJCIK.
       INSTALLATION. TUTORIALS-CATALOG-MAINTENANCE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------
      *  10/15/2026 DW   ORIGINAL PROGRAM - SUBSCRIBER
      *                  DISTRIBUTION. RUN AFTER THE GATED PUBLISH,
      *                  IT CUTS THE PUBLISHED EXTRACTS INTO ONE
      *                  FILE PER DOWNSTREAM SYSTEM AS THE
      *                  SUBSCRIBER PROFILE FILE (SUBPRF) SAYS -
      *                  WHICH DEPARTMENTS, CATEGORIES AND SOURCES
      *                  IT RECEIVES, FULL (FROM EXTFILE) OR DELTA
      *                  (FROM DLTFILE), AND PIPE-DELIMITED OR
      *                  FIXED CATALOG-RECORD FORMAT. EACH
      *                  SUBSCRIBER FILE (DSTFIL1-5, BY THE SLOT
      *                  ON ITS PROFILE) CARRIES ITS OWN HEADER AND
      *                  A TRAILER WITH ITS RECORD COUNT. A DELTA
      *                  CHANGE THAT MOVES AN ENTRY INTO OR OUT OF
      *                  A SUBSCRIBER'S CUT IS SENT AS AN ADD OR A
      *                  DELETE, JUDGED AGAINST THE PRIOR BASE
      *                  (PRVGEN1). NOTHING GOES OUT UNLESS TODAY'S
      *                  EXTFILE WAS PUBLISHED AND BALANCES, AND NO
      *                  DELTA GOES OUT UNLESS TODAY'S DLTFILE WAS
      *                  PUBLISHED AGAINST A COMMITTED BASE - ON A
      *                  TOLERANCE-TRIPPED DAY EVERY SUBSCRIBER
      *                  FILE IS LEFT EMPTY, THE SAME AS EXTFILE.
      *                  WHAT EACH SUBSCRIBER WAS SENT, OR WHY IT
      *                  WAS WITHHELD, IS ADDED TO THE DISTRIBUTION
      *                  LOG (DSTLOG).
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRFFILE ASSIGN TO "SUBPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DST-PRF-STATUS.

           SELECT EXTFILE ASSIGN TO "EXTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DST-EXT-STATUS.

           SELECT DLTFILE ASSIGN TO "DLTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DST-DLT-STATUS.

           SELECT ECTFILE ASSIGN TO "EXTCMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DST-ECT-STATUS.

           SELECT PG1FILE ASSIGN TO "PRVGEN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DST-PG1-STATUS.

           SELECT DSTFIL1 ASSIGN TO "DSTFIL1"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DSTFIL2 ASSIGN TO "DSTFIL2"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DSTFIL3 ASSIGN TO "DSTFIL3"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DSTFIL4 ASSIGN TO "DSTFIL4"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DSTFIL5 ASSIGN TO "DSTFIL5"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOGFILE ASSIGN TO "DSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DST-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRFFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  PRF-RECORD PIC X(40).

       FD  EXTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  EXT-RECORD PIC X(80).

       FD  DLTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DLT-RECORD PIC X(80).

       FD  ECTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  ECT-RECORD PIC X(30).

       FD  PG1FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PG1-RECORD PIC X(80).

       FD  DSTFIL1
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS.
       01  DST1-RECORD PIC X(81).

       FD  DSTFIL2
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS.
       01  DST2-RECORD PIC X(81).

       FD  DSTFIL3
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS.
       01  DST3-RECORD PIC X(81).

       FD  DSTFIL4
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS.
       01  DST4-RECORD PIC X(81).

       FD  DSTFIL5
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS.
       01  DST5-RECORD PIC X(81).

       FD  LOGFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LOG-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  DST-STATUSES.
           05  DST-PRF-STATUS      PIC X(02) VALUE SPACES.
           05  DST-EXT-STATUS      PIC X(02) VALUE SPACES.
           05  DST-DLT-STATUS      PIC X(02) VALUE SPACES.
           05  DST-ECT-STATUS      PIC X(02) VALUE SPACES.
           05  DST-PG1-STATUS      PIC X(02) VALUE SPACES.
           05  DST-LOG-STATUS      PIC X(02) VALUE SPACES.

       01  DST-SWITCHES.
           05  DST-EOF-SW          PIC X(01) VALUE 'N'.
               88  DST-EOF                  VALUE 'Y'.
           05  DST-PG1-EOF-SW      PIC X(01) VALUE 'N'.
               88  DST-PG1-EOF              VALUE 'Y'.
           05  DST-PG1-OPEN-SW     PIC X(01) VALUE 'N'.
               88  DST-PG1-OPEN             VALUE 'Y'.
           05  DST-NO-PROFILE-SW   PIC X(01) VALUE 'N'.
               88  DST-NO-PROFILE           VALUE 'Y'.
           05  DST-FULL-OK-SW      PIC X(01) VALUE 'N'.
               88  DST-FULL-OK              VALUE 'Y'.
           05  DST-DELTA-OK-SW     PIC X(01) VALUE 'N'.
               88  DST-DELTA-OK             VALUE 'Y'.
           05  DST-CTL-ERROR-SW    PIC X(01) VALUE 'N'.
               88  DST-CTL-ERROR            VALUE 'Y'.
           05  DST-TRL-SW          PIC X(01) VALUE 'N'.
               88  DST-TRL-SEEN             VALUE 'Y'.
           05  DST-FOUND-SW        PIC X(01) VALUE 'N'.
               88  DST-FOUND                VALUE 'Y'.
           05  DST-SELECTED-SW     PIC X(01) VALUE 'N'.
               88  DST-SELECTED             VALUE 'Y'.
           05  DST-NEW-SEL-SW      PIC X(01) VALUE 'N'.
               88  DST-NEW-SEL              VALUE 'Y'.
           05  DST-PRI-SEL-SW      PIC X(01) VALUE 'N'.
               88  DST-PRI-SEL              VALUE 'Y'.
           05  DST-PRI-FOUND-SW    PIC X(01) VALUE 'N'.
               88  DST-PRI-FOUND            VALUE 'Y'.

       01  DST-WORK-FIELDS.
           05  DST-RUN-DATE        PIC 9(08).
           05  DST-FULL-REASON     PIC X(30) VALUE SPACES.
           05  DST-DELTA-REASON    PIC X(30) VALUE SPACES.
           05  DST-CHK-CAT         PIC X(04) VALUE SPACES.
           05  DST-CHK-DEPT        PIC X(04) VALUE SPACES.
           05  DST-CHK-SOURCE      PIC X(03) VALUE SPACES.
           05  DST-SEND-ACTION     PIC X(01) VALUE SPACES.
           05  DST-PG1-KEY         PIC X(10) VALUE LOW-VALUES.

       01  DST-COUNTERS.
           05  DST-SLOT            PIC 9(01) COMP VALUE ZERO.
           05  DST-SEL-SUB         PIC 9(02) COMP VALUE ZERO.
           05  DST-EXT-DETAILS     PIC 9(05) COMP VALUE ZERO.
           05  DST-DLT-DETAILS     PIC 9(05) COMP VALUE ZERO.
           05  DST-PRF-READ        PIC 9(05) COMP VALUE ZERO.
           05  DST-PRF-REJECTED    PIC 9(05) COMP VALUE ZERO.
           05  DST-FULL-SUBS       PIC 9(01) COMP VALUE ZERO.
           05  DST-DELTA-SUBS      PIC 9(01) COMP VALUE ZERO.
           05  DST-SUBS-SENT       PIC 9(01) COMP VALUE ZERO.
           05  DST-SUBS-HELD       PIC 9(01) COMP VALUE ZERO.
           05  DST-TOT-SENT        PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------
      * SUBSCRIBER PROFILE LINE. A SUB LINE NAMES A SUBSCRIBER
      * AND GIVES ITS OUTPUT SLOT, MODE (F FULL / D DELTA) AND
      * FORMAT (P PIPE-DELIMITED / F FIXED CATALOG RECORD); DEP,
      * CAT AND SRC LINES LIST WHAT IT RECEIVES. CODES OF ONE
      * KIND ARE ANY-OF, THE KINDS ARE ALL-OF, AND A KIND WITH NO
      * LINES MEANS EVERYTHING. A LINE STARTING * IS A COMMENT.
      *----------------------------------------------------------
       01  DST-PRF-LINE.
           05  DST-PRF-TYPE        PIC X(03).
           05  FILLER              PIC X(01).
           05  DST-PRF-SUB         PIC X(08).
           05  FILLER              PIC X(01).
           05  DST-PRF-REST        PIC X(27).

       01  DST-PRF-SUB-R REDEFINES DST-PRF-LINE.
           05  FILLER              PIC X(13).
           05  DST-PRF-SLOT        PIC X(01).
           05  DST-PRF-SLOT-N REDEFINES DST-PRF-SLOT
                                   PIC 9(01).
           05  FILLER              PIC X(01).
           05  DST-PRF-MODE        PIC X(01).
           05  FILLER              PIC X(01).
           05  DST-PRF-FORMAT      PIC X(01).
           05  FILLER              PIC X(01).
           05  DST-PRF-NAME        PIC X(20).
           05  FILLER              PIC X(01).

       01  DST-PRF-SEL-R REDEFINES DST-PRF-LINE.
           05  FILLER              PIC X(13).
           05  DST-PRF-CODE        PIC X(04).
           05  FILLER              PIC X(23).

      *----------------------------------------------------------
      * SUBSCRIBERS, ONE PER OUTPUT SLOT
      *----------------------------------------------------------
       01  DST-SEL-MAX             PIC 9(02) COMP VALUE 10.

       01  DST-SUB-TABLE.
           05  DST-SUB-ENTRY OCCURS 5 TIMES.
               10  DST-SUB-ID      PIC X(08).
               10  DST-SUB-NAME    PIC X(20).
               10  DST-SUB-MODE    PIC X(01).
                   88  DST-SUB-FULL         VALUE 'F'.
                   88  DST-SUB-DELTA        VALUE 'D'.
               10  DST-SUB-FORMAT  PIC X(01).
                   88  DST-SUB-PIPE         VALUE 'P'.
                   88  DST-SUB-FIXED        VALUE 'F'.
               10  DST-SUB-STATE   PIC X(01).
                   88  DST-SUB-UNUSED       VALUE SPACE.
                   88  DST-SUB-ACTIVE       VALUE 'A'.
                   88  DST-SUB-HELD         VALUE 'W'.
               10  DST-SUB-SENT    PIC 9(07) COMP.
               10  DST-SUB-DISP    PIC X(30).
               10  DST-SUB-DEP-CNT PIC 9(02) COMP.
               10  DST-SUB-DEP     PIC X(04) OCCURS 10 TIMES.
               10  DST-SUB-CAT-CNT PIC 9(02) COMP.
               10  DST-SUB-CAT     PIC X(04) OCCURS 10 TIMES.
               10  DST-SUB-SRC-CNT PIC 9(02) COMP.
               10  DST-SUB-SRC     PIC X(03) OCCURS 10 TIMES.

      *----------------------------------------------------------
      * PUBLISHED EXTRACT AND DELTA LINES, AS TESTING1234 WRITES
      * THEM, AND THE COMMIT MARKER OF THE PRIOR-EXTRACT BASE
      *----------------------------------------------------------
       01  DST-EXT-LINE            PIC X(80).
       01  DST-EXT-DETAIL-R REDEFINES DST-EXT-LINE.
           05  DST-EXT-TYPE        PIC X(01).
           05  FILLER              PIC X(79).
       01  DST-EXT-TRAILER-R REDEFINES DST-EXT-LINE.
           05  FILLER              PIC X(02).
           05  DST-EXT-TRL-COUNT   PIC 9(05).
           05  FILLER              PIC X(01).
           05  DST-EXT-TRL-DATE    PIC 9(08).
           05  FILLER              PIC X(64).

       01  DST-DLT-LINE            PIC X(80).
       01  DST-DLT-DETAIL-R REDEFINES DST-DLT-LINE.
           05  DST-DLT-ACTION      PIC X(01).
           05  FILLER              PIC X(01).
           05  DST-DLT-IMAGE       PIC X(78).
       01  DST-DLT-TRAILER-R REDEFINES DST-DLT-LINE.
           05  DST-DLT-TYPE        PIC X(01).
           05  FILLER              PIC X(01).
           05  DST-DLT-TRL-COUNT   PIC 9(05).
           05  FILLER              PIC X(01).
           05  DST-DLT-TRL-DATE    PIC 9(08).
           05  FILLER              PIC X(64).

       01  DST-ECT-LINE.
           05  DST-ECT-STATE       PIC X(10).
           05  FILLER              PIC X(02).
           05  DST-ECT-RUN-DATE    PIC 9(08).
           05  FILLER              PIC X(10).

      *----------------------------------------------------------
      * EXTRACT IMAGE VIEWS - THE CURRENT RECORD, THE PRIOR-BASE
      * RECORD AND THE RECORD BEING SENT
      *----------------------------------------------------------
       01  DST-CUR-IMAGE           PIC X(80).
       01  DST-CUR-R REDEFINES DST-CUR-IMAGE.
           05  FILLER              PIC X(02).
           05  DST-CUR-KEY         PIC X(10).
           05  FILLER              PIC X(32).
           05  DST-CUR-CAT         PIC X(04).
           05  FILLER              PIC X(01).
           05  DST-CUR-DEPT        PIC X(04).
           05  FILLER              PIC X(21).
           05  DST-CUR-SOURCE      PIC X(03).
           05  FILLER              PIC X(03).

       01  DST-PRI-IMAGE           PIC X(80).
       01  DST-PRI-R REDEFINES DST-PRI-IMAGE.
           05  DST-PRI-TYPE        PIC X(01).
           05  FILLER              PIC X(01).
           05  DST-PRI-KEY         PIC X(10).
           05  FILLER              PIC X(32).
           05  DST-PRI-CAT         PIC X(04).
           05  FILLER              PIC X(01).
           05  DST-PRI-DEPT        PIC X(04).
           05  FILLER              PIC X(21).
           05  DST-PRI-SOURCE      PIC X(03).
           05  FILLER              PIC X(03).

       01  DST-SEND-IMAGE          PIC X(80).
       01  DST-SND-R REDEFINES DST-SEND-IMAGE.
           05  FILLER              PIC X(02).
           05  DST-SND-KEY         PIC X(10).
           05  FILLER              PIC X(01).
           05  DST-SND-TITLE       PIC X(30).
           05  FILLER              PIC X(01).
           05  DST-SND-CAT         PIC X(04).
           05  FILLER              PIC X(01).
           05  DST-SND-DEPT        PIC X(04).
           05  FILLER              PIC X(01).
           05  DST-SND-EFF-DATE    PIC X(08).
           05  FILLER              PIC X(01).
           05  DST-SND-EXP-DATE    PIC X(08).
           05  FILLER              PIC X(01).
           05  DST-SND-STATUS      PIC X(01).
           05  FILLER              PIC X(01).
           05  DST-SND-SOURCE      PIC X(03).
           05  FILLER              PIC X(03).

      *----------------------------------------------------------
      * SUBSCRIBER OUTPUT LINES
      *----------------------------------------------------------
       01  DST-OUT-LINE            PIC X(81).

       01  DST-PIPE-DELTA-LINE.
           05  DST-PD-ACTION       PIC X(01).
           05  FILLER              PIC X(01) VALUE '|'.
           05  DST-PD-IMAGE        PIC X(78).

       01  DST-FIX-LINE.
           05  DST-FIX-ACTION      PIC X(01).
           05  DST-FIX-ENTRY.
               10  DST-FIX-KEY     PIC X(10).
               10  DST-FIX-TITLE   PIC X(30).
               10  DST-FIX-CAT     PIC X(04).
               10  DST-FIX-DEPT    PIC X(04).
               10  DST-FIX-EFF     PIC X(08).
               10  DST-FIX-EXP     PIC X(08).
               10  DST-FIX-STATUS  PIC X(01).
               10  DST-FIX-SOURCE  PIC X(03).
               10  FILLER          PIC X(12) VALUE SPACES.

       01  DST-PIPE-HEADER.
           05  FILLER              PIC X(01) VALUE 'H'.
           05  FILLER              PIC X(01) VALUE '|'.
           05  DST-PH-SUB          PIC X(08).
           05  FILLER              PIC X(01) VALUE '|'.
           05  DST-PH-DATE         PIC 9(08).
           05  FILLER              PIC X(01) VALUE '|'.
           05  DST-PH-MODE         PIC X(01).
           05  FILLER              PIC X(01) VALUE '|'.
           05  DST-PH-FORMAT       PIC X(01).
           05  FILLER              PIC X(58) VALUE SPACES.

       01  DST-PIPE-TRAILER.
           05  FILLER              PIC X(01) VALUE 'T'.
           05  FILLER              PIC X(01) VALUE '|'.
           05  DST-PT-COUNT        PIC 9(05).
           05  FILLER              PIC X(01) VALUE '|'.
           05  DST-PT-DATE         PIC 9(08).
           05  FILLER              PIC X(65) VALUE SPACES.

       01  DST-FIX-HEADER.
           05  FILLER              PIC X(06) VALUE "*HDR  ".
           05  DST-FH-DATE         PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DST-FH-SUB          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DST-FH-MODE         PIC X(05).
           05  FILLER              PIC X(50) VALUE SPACES.

       01  DST-FIX-TRAILER.
           05  FILLER              PIC X(06) VALUE "*TRL  ".
           05  DST-FT-COUNT        PIC 9(07).
           05  FILLER              PIC X(68) VALUE SPACES.

      *----------------------------------------------------------
      * DISTRIBUTION LOG LINE - ONE PER SUBSCRIBER PER RUN
      *----------------------------------------------------------
       01  DST-LOG-LINE.
           05  DSL-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DSL-SUB-ID          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DSL-SLOT            PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DSL-MODE            PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DSL-FORMAT          PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DSL-SENT            PIC 9(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DSL-DISP            PIC X(30).
           05  FILLER              PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------
      * 0000-MAINLINE - PROGRAM CONTROL
      *----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-LOAD-PROFILES THRU 1100-EXIT.
           IF NOT DST-NO-PROFILE
               PERFORM 2000-CHECK-PUBLISH THRU 2000-EXIT
               PERFORM 3000-OPEN-SUBSCRIBERS THRU 3000-EXIT
               PERFORM 4000-DISTRIBUTE-FULL THRU 4000-EXIT
               PERFORM 5000-DISTRIBUTE-DELTA THRU 5000-EXIT
               PERFORM 6000-CLOSE-SUBSCRIBERS THRU 6000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE DISTRIBUTION LOG FOR APPEND
      *----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT DST-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE DST-SUB-TABLE.
           OPEN EXTEND LOGFILE.
           IF DST-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOGFILE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1100-LOAD-PROFILES - TWO PASSES OVER THE PROFILE FILE: THE
      * SUB LINES FIRST, SO THE DEP/CAT/SRC LINES CAN COME IN ANY
      * ORDER. NO PROFILE FILE MEANS NOTHING TO DISTRIBUTE.
      *----------------------------------------------------------
       1100-LOAD-PROFILES.
           OPEN INPUT PRFFILE.
           IF DST-PRF-STATUS NOT = "00"
               DISPLAY "NO SUBSCRIBER PROFILE FILE (SUBPRF) - "
                   "NOTHING DISTRIBUTED"
               SET DST-NO-PROFILE TO TRUE
               GO TO 1100-EXIT.
           MOVE 'N' TO DST-EOF-SW.
           PERFORM 1110-READ-ONE-PROFILE THRU 1110-EXIT.
           PERFORM 1200-STORE-SUBSCRIBER THRU 1200-EXIT
               UNTIL DST-EOF.
           CLOSE PRFFILE.
           OPEN INPUT PRFFILE.
           MOVE 'N' TO DST-EOF-SW.
           PERFORM 1110-READ-ONE-PROFILE THRU 1110-EXIT.
           PERFORM 1300-STORE-SELECTION THRU 1300-EXIT
               UNTIL DST-EOF.
           CLOSE PRFFILE.
           PERFORM 1150-COUNT-ONE-SUBSCRIBER THRU 1150-EXIT
               VARYING DST-SLOT FROM 1 BY 1
               UNTIL DST-SLOT > 5.
           IF DST-FULL-SUBS = ZERO AND DST-DELTA-SUBS = ZERO
               DISPLAY "NO SUBSCRIBERS ON THE PROFILE FILE - "
                   "NOTHING DISTRIBUTED"
               SET DST-NO-PROFILE TO TRUE.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-PROFILE.
           READ PRFFILE INTO DST-PRF-LINE
               AT END
                   SET DST-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1150-COUNT-ONE-SUBSCRIBER.
           IF DST-SUB-ACTIVE (DST-SLOT)
               IF DST-SUB-FULL (DST-SLOT)
                   ADD 1 TO DST-FULL-SUBS
               ELSE
                   ADD 1 TO DST-DELTA-SUBS
               END-IF
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1200-STORE-SUBSCRIBER - A SUB LINE WITH A BAD SLOT, MODE
      * OR FORMAT, OR FOR A SLOT ALREADY TAKEN, IS LOGGED AS A
      * PROFILE ERROR AND THAT SUBSCRIBER GETS NOTHING
      *----------------------------------------------------------
       1200-STORE-SUBSCRIBER.
           IF DST-PRF-TYPE NOT = "SUB"
               GO TO 1200-READ-NEXT.
           ADD 1 TO DST-PRF-READ.
           IF DST-PRF-SUB = SPACES
               OR DST-PRF-SLOT < "1" OR DST-PRF-SLOT > "5"
               OR (DST-PRF-MODE NOT = 'F' AND NOT = 'D')
               OR (DST-PRF-FORMAT NOT = 'P' AND NOT = 'F')
               MOVE "PROFILE ERROR - NOT SENT    " TO DSL-DISP
               PERFORM 1250-LOG-BAD-PROFILE THRU 1250-EXIT
               GO TO 1200-READ-NEXT.
           MOVE DST-PRF-SLOT-N TO DST-SLOT.
           IF NOT DST-SUB-UNUSED (DST-SLOT)
               MOVE "SLOT ALREADY TAKEN - NOT SENT" TO DSL-DISP
               PERFORM 1250-LOG-BAD-PROFILE THRU 1250-EXIT
               GO TO 1200-READ-NEXT.
           MOVE DST-PRF-SUB TO DST-SUB-ID (DST-SLOT).
           MOVE DST-PRF-NAME TO DST-SUB-NAME (DST-SLOT).
           MOVE DST-PRF-MODE TO DST-SUB-MODE (DST-SLOT).
           MOVE DST-PRF-FORMAT TO DST-SUB-FORMAT (DST-SLOT).
           SET DST-SUB-ACTIVE (DST-SLOT) TO TRUE.
           MOVE ZERO TO DST-SUB-SENT (DST-SLOT).
       1200-READ-NEXT.
           PERFORM 1110-READ-ONE-PROFILE THRU 1110-EXIT.
       1200-EXIT.
           EXIT.

       1250-LOG-BAD-PROFILE.
           ADD 1 TO DST-PRF-REJECTED.
           DISPLAY "SUBSCRIBER PROFILE REJECTED : " DST-PRF-LINE.
           MOVE DST-RUN-DATE TO DSL-RUN-DATE.
           MOVE DST-PRF-SUB TO DSL-SUB-ID.
           MOVE DST-PRF-SLOT TO DSL-SLOT.
           MOVE DST-PRF-MODE TO DSL-MODE.
           MOVE DST-PRF-FORMAT TO DSL-FORMAT.
           MOVE ZERO TO DSL-SENT.
           WRITE LOG-RECORD FROM DST-LOG-LINE.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1300-STORE-SELECTION - ADD A DEP, CAT OR SRC CODE TO ITS
      * SUBSCRIBER'S CUT
      *----------------------------------------------------------
       1300-STORE-SELECTION.
           IF DST-PRF-TYPE NOT = "DEP" AND NOT = "CAT"
               AND NOT = "SRC"
               GO TO 1300-READ-NEXT.
           MOVE 'N' TO DST-FOUND-SW.
           PERFORM 1310-FIND-SUBSCRIBER THRU 1310-EXIT
               VARYING DST-SLOT FROM 1 BY 1
               UNTIL DST-SLOT > 5 OR DST-FOUND.
           IF NOT DST-FOUND
               DISPLAY "PROFILE LINE FOR UNKNOWN SUBSCRIBER "
                   "IGNORED : " DST-PRF-LINE
               GO TO 1300-READ-NEXT.
           SUBTRACT 1 FROM DST-SLOT.
           EVALUATE DST-PRF-TYPE
               WHEN "DEP"
                   IF DST-SUB-DEP-CNT (DST-SLOT) < DST-SEL-MAX
                       ADD 1 TO DST-SUB-DEP-CNT (DST-SLOT)
                       MOVE DST-SUB-DEP-CNT (DST-SLOT)
                           TO DST-SEL-SUB
                       MOVE DST-PRF-CODE
                           TO DST-SUB-DEP (DST-SLOT, DST-SEL-SUB)
                   ELSE
                       MOVE 'N' TO DST-FOUND-SW
                   END-IF
               WHEN "CAT"
                   IF DST-SUB-CAT-CNT (DST-SLOT) < DST-SEL-MAX
                       ADD 1 TO DST-SUB-CAT-CNT (DST-SLOT)
                       MOVE DST-SUB-CAT-CNT (DST-SLOT)
                           TO DST-SEL-SUB
                       MOVE DST-PRF-CODE
                           TO DST-SUB-CAT (DST-SLOT, DST-SEL-SUB)
                   ELSE
                       MOVE 'N' TO DST-FOUND-SW
                   END-IF
               WHEN "SRC"
                   IF DST-SUB-SRC-CNT (DST-SLOT) < DST-SEL-MAX
                       ADD 1 TO DST-SUB-SRC-CNT (DST-SLOT)
                       MOVE DST-SUB-SRC-CNT (DST-SLOT)
                           TO DST-SEL-SUB
                       MOVE DST-PRF-CODE
                           TO DST-SUB-SRC (DST-SLOT, DST-SEL-SUB)
                   ELSE
                       MOVE 'N' TO DST-FOUND-SW
                   END-IF
           END-EVALUATE.
           IF NOT DST-FOUND
               DISPLAY "TOO MANY SELECTION CODES - IGNORED : "
                   DST-PRF-LINE.
       1300-READ-NEXT.
           PERFORM 1110-READ-ONE-PROFILE THRU 1110-EXIT.
       1300-EXIT.
           EXIT.

       1310-FIND-SUBSCRIBER.
           IF DST-SUB-ACTIVE (DST-SLOT)
               AND DST-SUB-ID (DST-SLOT) = DST-PRF-SUB
               SET DST-FOUND TO TRUE.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2000-CHECK-PUBLISH - A FULL CUT GOES OUT ONLY WHEN TODAY'S
      * EXTFILE WAS PUBLISHED: TESTING1234 OPENS IT EVERY RUN BUT
      * WRITES ITS TRAILER ONLY PAST THE TOLERANCE GATE, SO NO
      * TRAILER DATED TODAY MEANS A TRIPPED (OR MISSED) DAY. A
      * DELTA CUT ALSO NEEDS TODAY'S DLTFILE AND A COMPLETE
      * COMMIT OF THE PRIOR-EXTRACT BASE, SINCE PRVGEN1 HAS TO BE
      * THE BASE THE DELTAS WERE TAKEN AGAINST. A TRAILER THAT
      * DOES NOT BALANCE IS A CONTROL ERROR.
      *----------------------------------------------------------
       2000-CHECK-PUBLISH.
           PERFORM 2100-CHECK-EXTRACT THRU 2100-EXIT.
           IF DST-DELTA-SUBS > ZERO
               PERFORM 2200-CHECK-DELTA THRU 2200-EXIT.
           PERFORM 2300-HOLD-ONE-SUBSCRIBER THRU 2300-EXIT
               VARYING DST-SLOT FROM 1 BY 1
               UNTIL DST-SLOT > 5.
       2000-EXIT.
           EXIT.

       2100-CHECK-EXTRACT.
           OPEN INPUT EXTFILE.
           IF DST-EXT-STATUS NOT = "00"
               MOVE "WITHHELD - NO EXTFILE      " TO DST-FULL-REASON
               GO TO 2100-EXIT.
           MOVE 'N' TO DST-EOF-SW.
           MOVE 'N' TO DST-TRL-SW.
           MOVE ZERO TO DST-EXT-DETAILS.
           PERFORM 2110-READ-ONE-EXTRACT THRU 2110-EXIT
               UNTIL DST-EOF.
           CLOSE EXTFILE.
           IF NOT DST-TRL-SEEN
               OR DST-EXT-TRL-DATE NOT = DST-RUN-DATE
               MOVE "WITHHELD - NOT PUBLISHED   " TO DST-FULL-REASON
               DISPLAY "EXTFILE NOT PUBLISHED TODAY - "
                   "TOLERANCE TRIPPED OR LOAD NOT RUN"
               GO TO 2100-EXIT.
           IF DST-EXT-TRL-COUNT NOT = DST-EXT-DETAILS
               MOVE "WITHHELD - EXTFILE UNBALANCED"
                   TO DST-FULL-REASON
               DISPLAY "EXTFILE TRAILER COUNT " DST-EXT-TRL-COUNT
                   " BUT " DST-EXT-DETAILS " DETAIL RECORDS"
               SET DST-CTL-ERROR TO TRUE
               GO TO 2100-EXIT.
           SET DST-FULL-OK TO TRUE.
       2100-EXIT.
           EXIT.

       2110-READ-ONE-EXTRACT.
           READ EXTFILE INTO DST-EXT-LINE
               AT END
                   SET DST-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           IF DST-EXT-TYPE = 'D'
               ADD 1 TO DST-EXT-DETAILS
           ELSE
               IF DST-EXT-TYPE = 'T'
                   SET DST-TRL-SEEN TO TRUE
                   SET DST-EOF TO TRUE
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

       2200-CHECK-DELTA.
           IF NOT DST-FULL-OK
               MOVE DST-FULL-REASON TO DST-DELTA-REASON
               GO TO 2200-EXIT.
           OPEN INPUT ECTFILE.
           MOVE SPACES TO DST-ECT-STATE.
           IF DST-ECT-STATUS = "00"
               READ ECTFILE INTO DST-ECT-LINE
                   AT END
                       MOVE SPACES TO DST-ECT-STATE
               END-READ
               CLOSE ECTFILE
           END-IF.
           IF DST-ECT-STATE NOT = "COMPLETE  "
               OR DST-ECT-RUN-DATE NOT = DST-RUN-DATE
               MOVE "WITHHELD - BASE NOT COMMITTED"
                   TO DST-DELTA-REASON
               DISPLAY "PRIOR-EXTRACT BASE NOT COMMITTED TODAY - "
                   "NO DELTAS DISTRIBUTED"
               GO TO 2200-EXIT.
           OPEN INPUT DLTFILE.
           IF DST-DLT-STATUS NOT = "00"
               MOVE "WITHHELD - NO DLTFILE      " TO DST-DELTA-REASON
               GO TO 2200-EXIT.
           MOVE 'N' TO DST-EOF-SW.
           MOVE 'N' TO DST-TRL-SW.
           MOVE ZERO TO DST-DLT-DETAILS.
           PERFORM 2210-READ-ONE-DELTA THRU 2210-EXIT
               UNTIL DST-EOF.
           CLOSE DLTFILE.
           IF NOT DST-TRL-SEEN
               OR DST-DLT-TRL-DATE NOT = DST-RUN-DATE
               MOVE "WITHHELD - NO DELTA TODAY  " TO DST-DELTA-REASON
               DISPLAY "DLTFILE NOT PUBLISHED TODAY - "
                   "NO DELTAS DISTRIBUTED"
               GO TO 2200-EXIT.
           IF DST-DLT-TRL-COUNT NOT = DST-DLT-DETAILS
               MOVE "WITHHELD - DLTFILE UNBALANCED"
                   TO DST-DELTA-REASON
               DISPLAY "DLTFILE TRAILER COUNT " DST-DLT-TRL-COUNT
                   " BUT " DST-DLT-DETAILS " DETAIL RECORDS"
               SET DST-CTL-ERROR TO TRUE
               GO TO 2200-EXIT.
           SET DST-DELTA-OK TO TRUE.
       2200-EXIT.
           EXIT.

       2210-READ-ONE-DELTA.
           READ DLTFILE INTO DST-DLT-LINE
               AT END
                   SET DST-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF DST-DLT-TYPE = 'T'
               SET DST-TRL-SEEN TO TRUE
               SET DST-EOF TO TRUE
           ELSE
               ADD 1 TO DST-DLT-DETAILS
           END-IF.
       2210-EXIT.
           EXIT.

       2300-HOLD-ONE-SUBSCRIBER.
           IF NOT DST-SUB-ACTIVE (DST-SLOT)
               GO TO 2300-EXIT.
           IF DST-SUB-FULL (DST-SLOT) AND NOT DST-FULL-OK
               SET DST-SUB-HELD (DST-SLOT) TO TRUE
               MOVE DST-FULL-REASON TO DST-SUB-DISP (DST-SLOT).
           IF DST-SUB-DELTA (DST-SLOT) AND NOT DST-DELTA-OK
               SET DST-SUB-HELD (DST-SLOT) TO TRUE
               MOVE DST-DELTA-REASON TO DST-SUB-DISP (DST-SLOT).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 3000-OPEN-SUBSCRIBERS - EVERY SUBSCRIBER'S FILE IS OPENED
      * OUTPUT, SO A WITHHELD SUBSCRIBER IS LEFT WITH AN EMPTY
      * FILE RATHER THAN YESTERDAY'S, AS EXTFILE IS. ONLY THE
      * ONES BEING SENT GET A HEADER.
      *----------------------------------------------------------
       3000-OPEN-SUBSCRIBERS.
           PERFORM 3100-OPEN-ONE-SUBSCRIBER THRU 3100-EXIT
               VARYING DST-SLOT FROM 1 BY 1
               UNTIL DST-SLOT > 5.
       3000-EXIT.
           EXIT.

       3100-OPEN-ONE-SUBSCRIBER.
           IF DST-SUB-UNUSED (DST-SLOT)
               GO TO 3100-EXIT.
           EVALUATE DST-SLOT
               WHEN 1
                   OPEN OUTPUT DSTFIL1
               WHEN 2
                   OPEN OUTPUT DSTFIL2
               WHEN 3
                   OPEN OUTPUT DSTFIL3
               WHEN 4
                   OPEN OUTPUT DSTFIL4
               WHEN 5
                   OPEN OUTPUT DSTFIL5
           END-EVALUATE.
           IF DST-SUB-HELD (DST-SLOT)
               GO TO 3100-EXIT.
           IF DST-SUB-PIPE (DST-SLOT)
               MOVE DST-SUB-ID (DST-SLOT) TO DST-PH-SUB
               MOVE DST-RUN-DATE TO DST-PH-DATE
               MOVE DST-SUB-MODE (DST-SLOT) TO DST-PH-MODE
               MOVE DST-SUB-FORMAT (DST-SLOT) TO DST-PH-FORMAT
               MOVE DST-PIPE-HEADER TO DST-OUT-LINE
           ELSE
               MOVE DST-RUN-DATE TO DST-FH-DATE
               MOVE DST-SUB-ID (DST-SLOT) TO DST-FH-SUB
               IF DST-SUB-FULL (DST-SLOT)
                   MOVE "FULL " TO DST-FH-MODE
               ELSE
                   MOVE "DELTA" TO DST-FH-MODE
               END-IF
               MOVE DST-FIX-HEADER TO DST-OUT-LINE
           END-IF.
           PERFORM 7000-WRITE-SUBSCRIBER THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 4000-DISTRIBUTE-FULL - ONE PASS OVER EXTFILE, OFFERING
      * EACH DETAIL RECORD TO EVERY FULL SUBSCRIBER BEING SENT
      *----------------------------------------------------------
       4000-DISTRIBUTE-FULL.
           IF NOT DST-FULL-OK OR DST-FULL-SUBS = ZERO
               GO TO 4000-EXIT.
           OPEN INPUT EXTFILE.
           MOVE 'N' TO DST-EOF-SW.
           PERFORM 4100-DISTRIBUTE-ONE-EXTRACT THRU 4100-EXIT
               UNTIL DST-EOF.
           CLOSE EXTFILE.
       4000-EXIT.
           EXIT.

       4100-DISTRIBUTE-ONE-EXTRACT.
           READ EXTFILE INTO DST-EXT-LINE
               AT END
                   SET DST-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF DST-EXT-TYPE NOT = 'D'
               GO TO 4100-EXIT.
           MOVE DST-EXT-LINE TO DST-CUR-IMAGE.
           MOVE DST-CUR-CAT TO DST-CHK-CAT.
           MOVE DST-CUR-DEPT TO DST-CHK-DEPT.
           MOVE DST-CUR-SOURCE TO DST-CHK-SOURCE.
           MOVE SPACES TO DST-SEND-ACTION.
           MOVE DST-CUR-IMAGE TO DST-SEND-IMAGE.
           PERFORM 4200-OFFER-FULL-RECORD THRU 4200-EXIT
               VARYING DST-SLOT FROM 1 BY 1
               UNTIL DST-SLOT > 5.
       4100-EXIT.
           EXIT.

       4200-OFFER-FULL-RECORD.
           IF NOT DST-SUB-ACTIVE (DST-SLOT)
               OR NOT DST-SUB-FULL (DST-SLOT)
               GO TO 4200-EXIT.
           PERFORM 8000-CHECK-SELECTION THRU 8000-EXIT.
           IF DST-SELECTED
               PERFORM 7100-SEND-RECORD THRU 7100-EXIT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 5000-DISTRIBUTE-DELTA - ONE PASS OVER DLTFILE, MATCHED BY
      * KEY AGAINST THE PRIOR BASE (PRVGEN1) SO A CHANGE CAN BE
      * JUDGED ON BOTH ITS OLD AND NEW IMAGE. AN ADD IS SENT ON
      * ITS NEW IMAGE AND A DELETE ON ITS OLD ONE. A CHANGE IS
      * SENT AS A CHANGE WHEN BOTH IMAGES ARE IN THE SUBSCRIBER'S
      * CUT, AS AN ADD WHEN ONLY THE NEW ONE IS, AND AS A DELETE
      * WHEN ONLY THE OLD ONE IS.
      *----------------------------------------------------------
       5000-DISTRIBUTE-DELTA.
           IF NOT DST-DELTA-OK OR DST-DELTA-SUBS = ZERO
               GO TO 5000-EXIT.
           OPEN INPUT PG1FILE.
           IF DST-PG1-STATUS = "00"
               SET DST-PG1-OPEN TO TRUE
               MOVE 'N' TO DST-PG1-EOF-SW
               PERFORM 5900-READ-PRIOR-BASE THRU 5900-EXIT
           ELSE
               DISPLAY "NO PRIOR BASE (PRVGEN1) - CHANGES JUDGED "
                   "ON THEIR NEW IMAGE ONLY"
               SET DST-PG1-EOF TO TRUE
           END-IF.
           OPEN INPUT DLTFILE.
           MOVE 'N' TO DST-EOF-SW.
           PERFORM 5100-DISTRIBUTE-ONE-DELTA THRU 5100-EXIT
               UNTIL DST-EOF.
           CLOSE DLTFILE.
           IF DST-PG1-OPEN
               CLOSE PG1FILE.
       5000-EXIT.
           EXIT.

       5100-DISTRIBUTE-ONE-DELTA.
           READ DLTFILE INTO DST-DLT-LINE
               AT END
                   SET DST-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF DST-DLT-TYPE = 'T'
               SET DST-EOF TO TRUE
               GO TO 5100-EXIT.
           MOVE DST-DLT-IMAGE TO DST-CUR-IMAGE.
           MOVE 'N' TO DST-PRI-FOUND-SW.
           IF DST-DLT-ACTION = 'C'
               PERFORM 5200-FIND-PRIOR-IMAGE THRU 5200-EXIT.
           PERFORM 5300-OFFER-DELTA-RECORD THRU 5300-EXIT
               VARYING DST-SLOT FROM 1 BY 1
               UNTIL DST-SLOT > 5.
       5100-EXIT.
           EXIT.

       5200-FIND-PRIOR-IMAGE.
           PERFORM 5900-READ-PRIOR-BASE THRU 5900-EXIT
               UNTIL DST-PG1-EOF
               OR DST-PG1-KEY NOT < DST-CUR-KEY.
           IF NOT DST-PG1-EOF AND DST-PG1-KEY = DST-CUR-KEY
               SET DST-PRI-FOUND TO TRUE.
       5200-EXIT.
           EXIT.

       5300-OFFER-DELTA-RECORD.
           IF NOT DST-SUB-ACTIVE (DST-SLOT)
               OR NOT DST-SUB-DELTA (DST-SLOT)
               GO TO 5300-EXIT.
           MOVE DST-CUR-CAT TO DST-CHK-CAT.
           MOVE DST-CUR-DEPT TO DST-CHK-DEPT.
           MOVE DST-CUR-SOURCE TO DST-CHK-SOURCE.
           PERFORM 8000-CHECK-SELECTION THRU 8000-EXIT.
           MOVE DST-SELECTED-SW TO DST-NEW-SEL-SW.
           MOVE DST-SELECTED-SW TO DST-PRI-SEL-SW.
           IF DST-PRI-FOUND
               MOVE DST-PRI-CAT TO DST-CHK-CAT
               MOVE DST-PRI-DEPT TO DST-CHK-DEPT
               MOVE DST-PRI-SOURCE TO DST-CHK-SOURCE
               PERFORM 8000-CHECK-SELECTION THRU 8000-EXIT
               MOVE DST-SELECTED-SW TO DST-PRI-SEL-SW
           END-IF.
           IF DST-DLT-ACTION NOT = 'C'
               IF DST-NEW-SEL
                   MOVE DST-DLT-ACTION TO DST-SEND-ACTION
                   MOVE DST-CUR-IMAGE TO DST-SEND-IMAGE
                   PERFORM 7100-SEND-RECORD THRU 7100-EXIT
               END-IF
               GO TO 5300-EXIT.
           EVALUATE TRUE
               WHEN DST-NEW-SEL AND DST-PRI-SEL
                   MOVE 'C' TO DST-SEND-ACTION
                   MOVE DST-CUR-IMAGE TO DST-SEND-IMAGE
               WHEN DST-NEW-SEL
                   MOVE 'A' TO DST-SEND-ACTION
                   MOVE DST-CUR-IMAGE TO DST-SEND-IMAGE
               WHEN DST-PRI-SEL
                   MOVE 'D' TO DST-SEND-ACTION
                   MOVE DST-PRI-IMAGE TO DST-SEND-IMAGE
               WHEN OTHER
                   GO TO 5300-EXIT
           END-EVALUATE.
           PERFORM 7100-SEND-RECORD THRU 7100-EXIT.
       5300-EXIT.
           EXIT.

       5900-READ-PRIOR-BASE.
           READ PG1FILE INTO DST-PRI-IMAGE
               AT END
                   SET DST-PG1-EOF TO TRUE
                   MOVE HIGH-VALUES TO DST-PG1-KEY
                   GO TO 5900-EXIT
           END-READ.
           IF DST-PRI-TYPE NOT = 'D'
               SET DST-PG1-EOF TO TRUE
               MOVE HIGH-VALUES TO DST-PG1-KEY
               GO TO 5900-EXIT.
           MOVE DST-PRI-KEY TO DST-PG1-KEY.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 6000-CLOSE-SUBSCRIBERS - TRAILER WITH THE RECORD COUNT ON
      * EACH FILE SENT, THEN CLOSE AND LOG EVERY SUBSCRIBER
      *----------------------------------------------------------
       6000-CLOSE-SUBSCRIBERS.
           PERFORM 6100-CLOSE-ONE-SUBSCRIBER THRU 6100-EXIT
               VARYING DST-SLOT FROM 1 BY 1
               UNTIL DST-SLOT > 5.
       6000-EXIT.
           EXIT.

       6100-CLOSE-ONE-SUBSCRIBER.
           IF DST-SUB-UNUSED (DST-SLOT)
               GO TO 6100-EXIT.
           IF DST-SUB-ACTIVE (DST-SLOT)
               IF DST-SUB-PIPE (DST-SLOT)
                   MOVE DST-SUB-SENT (DST-SLOT) TO DST-PT-COUNT
                   MOVE DST-RUN-DATE TO DST-PT-DATE
                   MOVE DST-PIPE-TRAILER TO DST-OUT-LINE
               ELSE
                   MOVE DST-SUB-SENT (DST-SLOT) TO DST-FT-COUNT
                   MOVE DST-FIX-TRAILER TO DST-OUT-LINE
               END-IF
               PERFORM 7000-WRITE-SUBSCRIBER THRU 7000-EXIT
               MOVE "SENT" TO DST-SUB-DISP (DST-SLOT)
               ADD 1 TO DST-SUBS-SENT
               ADD DST-SUB-SENT (DST-SLOT) TO DST-TOT-SENT
           ELSE
               ADD 1 TO DST-SUBS-HELD
           END-IF.
           EVALUATE DST-SLOT
               WHEN 1
                   CLOSE DSTFIL1
               WHEN 2
                   CLOSE DSTFIL2
               WHEN 3
                   CLOSE DSTFIL3
               WHEN 4
                   CLOSE DSTFIL4
               WHEN 5
                   CLOSE DSTFIL5
           END-EVALUATE.
           PERFORM 6200-LOG-ONE-SUBSCRIBER THRU 6200-EXIT.
       6100-EXIT.
           EXIT.

       6200-LOG-ONE-SUBSCRIBER.
           MOVE DST-RUN-DATE TO DSL-RUN-DATE.
           MOVE DST-SUB-ID (DST-SLOT) TO DSL-SUB-ID.
           MOVE DST-SLOT TO DSL-SLOT.
           IF DST-SUB-FULL (DST-SLOT)
               MOVE "FULL " TO DSL-MODE
           ELSE
               MOVE "DELTA" TO DSL-MODE
           END-IF.
           IF DST-SUB-PIPE (DST-SLOT)
               MOVE "PIPE " TO DSL-FORMAT
           ELSE
               MOVE "FIXED" TO DSL-FORMAT
           END-IF.
           MOVE DST-SUB-SENT (DST-SLOT) TO DSL-SENT.
           MOVE DST-SUB-DISP (DST-SLOT) TO DSL-DISP.
           WRITE LOG-RECORD FROM DST-LOG-LINE.
           DISPLAY "SUBSCRIBER " DST-SUB-ID (DST-SLOT)
               " SLOT " DSL-SLOT " " DSL-MODE " " DSL-FORMAT
               " RECORDS : " DSL-SENT "  " DSL-DISP.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 7000-WRITE-SUBSCRIBER - WRITE DST-OUT-LINE TO THE FILE OF
      * THE SUBSCRIBER IN DST-SLOT
      *----------------------------------------------------------
       7000-WRITE-SUBSCRIBER.
           EVALUATE DST-SLOT
               WHEN 1
                   WRITE DST1-RECORD FROM DST-OUT-LINE
               WHEN 2
                   WRITE DST2-RECORD FROM DST-OUT-LINE
               WHEN 3
                   WRITE DST3-RECORD FROM DST-OUT-LINE
               WHEN 4
                   WRITE DST4-RECORD FROM DST-OUT-LINE
               WHEN 5
                   WRITE DST5-RECORD FROM DST-OUT-LINE
           END-EVALUATE.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 7100-SEND-RECORD - FORMAT DST-SEND-IMAGE (WITH
      * DST-SEND-ACTION ON A DELTA) THE WAY THE SUBSCRIBER WANTS
      * IT: THE PUBLISHED PIPE-DELIMITED LINE, OR THE FIXED
      * CATALOG RECORD PRECEDED ON A DELTA BY ITS ACTION BYTE
      *----------------------------------------------------------
       7100-SEND-RECORD.
           IF DST-SUB-PIPE (DST-SLOT)
               IF DST-SUB-FULL (DST-SLOT)
                   MOVE DST-SEND-IMAGE TO DST-OUT-LINE
               ELSE
                   MOVE DST-SEND-ACTION TO DST-PD-ACTION
                   MOVE DST-SEND-IMAGE TO DST-PD-IMAGE
                   MOVE DST-PIPE-DELTA-LINE TO DST-OUT-LINE
               END-IF
           ELSE
               MOVE DST-SND-KEY TO DST-FIX-KEY
               MOVE DST-SND-TITLE TO DST-FIX-TITLE
               MOVE DST-SND-CAT TO DST-FIX-CAT
               MOVE DST-SND-DEPT TO DST-FIX-DEPT
               MOVE DST-SND-EFF-DATE TO DST-FIX-EFF
               MOVE DST-SND-EXP-DATE TO DST-FIX-EXP
               MOVE DST-SND-STATUS TO DST-FIX-STATUS
               MOVE DST-SND-SOURCE TO DST-FIX-SOURCE
               IF DST-SUB-FULL (DST-SLOT)
                   MOVE DST-FIX-ENTRY TO DST-OUT-LINE
               ELSE
                   MOVE DST-SEND-ACTION TO DST-FIX-ACTION
                   MOVE DST-FIX-LINE TO DST-OUT-LINE
               END-IF
           END-IF.
           PERFORM 7000-WRITE-SUBSCRIBER THRU 7000-EXIT.
           ADD 1 TO DST-SUB-SENT (DST-SLOT).
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 8000-CHECK-SELECTION - IS AN ENTRY WITH DST-CHK-DEPT,
      * DST-CHK-CAT AND DST-CHK-SOURCE IN THE CUT OF THE
      * SUBSCRIBER IN DST-SLOT
      *----------------------------------------------------------
       8000-CHECK-SELECTION.
           MOVE 'N' TO DST-SELECTED-SW.
           IF DST-SUB-DEP-CNT (DST-SLOT) > ZERO
               MOVE 'N' TO DST-FOUND-SW
               PERFORM 8100-MATCH-DEPT THRU 8100-EXIT
                   VARYING DST-SEL-SUB FROM 1 BY 1
                   UNTIL DST-SEL-SUB > DST-SUB-DEP-CNT (DST-SLOT)
                   OR DST-FOUND
               IF NOT DST-FOUND
                   GO TO 8000-EXIT
               END-IF
           END-IF.
           IF DST-SUB-CAT-CNT (DST-SLOT) > ZERO
               MOVE 'N' TO DST-FOUND-SW
               PERFORM 8200-MATCH-CATEGORY THRU 8200-EXIT
                   VARYING DST-SEL-SUB FROM 1 BY 1
                   UNTIL DST-SEL-SUB > DST-SUB-CAT-CNT (DST-SLOT)
                   OR DST-FOUND
               IF NOT DST-FOUND
                   GO TO 8000-EXIT
               END-IF
           END-IF.
           IF DST-SUB-SRC-CNT (DST-SLOT) > ZERO
               MOVE 'N' TO DST-FOUND-SW
               PERFORM 8300-MATCH-SOURCE THRU 8300-EXIT
                   VARYING DST-SEL-SUB FROM 1 BY 1
                   UNTIL DST-SEL-SUB > DST-SUB-SRC-CNT (DST-SLOT)
                   OR DST-FOUND
               IF NOT DST-FOUND
                   GO TO 8000-EXIT
               END-IF
           END-IF.
           SET DST-SELECTED TO TRUE.
       8000-EXIT.
           EXIT.

       8100-MATCH-DEPT.
           IF DST-SUB-DEP (DST-SLOT, DST-SEL-SUB) = DST-CHK-DEPT
               SET DST-FOUND TO TRUE.
       8100-EXIT.
           EXIT.

       8200-MATCH-CATEGORY.
           IF DST-SUB-CAT (DST-SLOT, DST-SEL-SUB) = DST-CHK-CAT
               SET DST-FOUND TO TRUE.
       8200-EXIT.
           EXIT.

       8300-MATCH-SOURCE.
           IF DST-SUB-SRC (DST-SLOT, DST-SEL-SUB) = DST-CHK-SOURCE
               SET DST-FOUND TO TRUE.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 9000-TERMINATE - CLOSE THE LOG AND SHOW THE RUN TOTALS. AN
      * UNBALANCED EXTRACT IS A CONTROL ERROR (RC 16); A WITHHELD
      * DAY IS NOT - THE LOAD HAS ALREADY RAISED IT.
      *----------------------------------------------------------
       9000-TERMINATE.
           CLOSE LOGFILE.
           DISPLAY "DISTRIBUTION RUN " DST-RUN-DATE.
           DISPLAY "  SUBSCRIBERS SENT     : " DST-SUBS-SENT.
           DISPLAY "  SUBSCRIBERS WITHHELD : " DST-SUBS-HELD.
           DISPLAY "  PROFILES REJECTED    : " DST-PRF-REJECTED.
           DISPLAY "  RECORDS SENT         : " DST-TOT-SENT.
           IF DST-CTL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
