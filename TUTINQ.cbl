      *                  WHOSE TYPE BYTE IS NOT K/C/D/T IS STILL
      *                  TREATED AS A BARE 10-BYTE KEY LOOKUP SO
      *                  YESTERDAY'S REQUEST FILES KEEP WORKING.
      *  10/15/2026 DW   A KEY LOOKUP NOW ALSO ANSWERS "WHAT COMES
      *                  BEFORE AND AFTER THIS": THE TUTORIAL
      *                  RELATIONSHIP FILE (LNKFILE, COPYBOOK
      *                  TUTLNK) IS LOADED AT START-UP AND EVERY
      *                  PREREQUISITE / SUPERSEDED-BY LINK ON
      *                  EITHER SIDE OF THE KEY FOLLOWS THE FOUND
      *                  LINE AS A LINK RECORD, WITH THE LINKED
      *                  ENTRY'S TITLE FROM TUTCAT. LINK RECORDS
      *                  ARE NOT COUNTED AS RESULTS.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT RSPFILE ASSIGN TO "RSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LNKFILE ASSIGN TO "LNKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQ-LNK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RSP-RECORD PIC X(80).

       FD  LNKFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  LNK-RECORD PIC X(40).

       WORKING-STORAGE SECTION.
           COPY TUTLNK.

       01  INQ-SWITCHES.
           05  INQ-CAT-STATUS      PIC X(02) VALUE SPACES.
           05  INQ-CAT-OPEN-SW     PIC X(01) VALUE 'N'.
               88  INQ-SCAN-EOF             VALUE 'Y'.
           05  INQ-MATCH-SW        PIC X(01) VALUE 'N'.
               88  INQ-MATCHED              VALUE 'Y'.
           05  INQ-LNK-STATUS      PIC X(02) VALUE SPACES.
           05  INQ-LNK-EOF-SW      PIC X(01) VALUE 'N'.
               88  INQ-LNK-EOF              VALUE 'Y'.
           05  INQ-LNK-SIDE        PIC X(01) VALUE SPACES.
               88  INQ-LNK-KEY-SIDE         VALUE 'K'.
               88  INQ-LNK-TARGET-SIDE      VALUE 'T'.

       01  INQ-COUNTERS.
           05  INQ-RQS-READ        PIC 9(05) COMP VALUE ZERO.

       01  INQ-SEARCH-KEY          PIC X(10).

      *----------------------------------------------------------
      * RELATIONSHIP LINKS, LOADED ONCE FROM LNKFILE
      *----------------------------------------------------------
       01  INQ-LNK-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  INQ-LNK-MAX             PIC 9(05) COMP VALUE 2000.
       01  INQ-LX                  PIC 9(05) COMP VALUE ZERO.
       01  INQ-LNK-TABLE.
           05  INQ-LNK-ENTRY OCCURS 2000 TIMES.
               10  INQ-LK-KEY      PIC X(10).
               10  INQ-LK-TYPE     PIC X(01).
               10  INQ-LK-TARGET   PIC X(10).

       01  INQ-REQUEST-FIELDS.
           05  INQ-REQ-TYPE        PIC X(01) VALUE SPACES.
           05  INQ-REQ-ARG         PIC X(30) VALUE SPACES.
           05  RSP-FND-STATUS      PIC X(01).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  RSP-LINK-TEXT.
           05  RSP-LNK-LABEL       PIC X(14).
           05  RSP-LNK-KEY         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RSP-LNK-TITLE       PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.

       01  RSP-REQUEST-LINE.
           05  FILLER              PIC X(10) VALUE "REQUEST : ".
           05  RSP-RQ-TYPE         PIC X(01).
           END-IF.
           OPEN INPUT RQSFILE.
           OPEN OUTPUT RSPFILE.
           PERFORM 1100-LOAD-LINKS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1100-LOAD-LINKS - LOAD THE TUTORIAL RELATIONSHIP FILE.
      * NO FILE ON HAND SIMPLY MEANS KEY LOOKUPS SHOW NO LINKS.
      *----------------------------------------------------------
       1100-LOAD-LINKS.
           OPEN INPUT LNKFILE.
           IF INQ-LNK-STATUS NOT = "00"
               DISPLAY "NO LINK FILE ON HAND - LOOKUPS WILL SHOW "
                   "NO LINKS"
               GO TO 1100-EXIT.
           PERFORM 1110-LOAD-ONE-LINK THRU 1110-EXIT
               UNTIL INQ-LNK-EOF.
           CLOSE LNKFILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-LINK.
           READ LNKFILE INTO LNK-WORK-RECORD
               AT END
                   SET INQ-LNK-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF LNK-KEY (1:1) = "*"
               GO TO 1110-EXIT.
           IF INQ-LNK-COUNT >= INQ-LNK-MAX
               DISPLAY "LINK TABLE FULL - " LNK-KEY " "
                   LNK-TARGET " NOT LOADED"
               GO TO 1110-EXIT.
           ADD 1 TO INQ-LNK-COUNT.
           MOVE LNK-KEY TO INQ-LK-KEY (INQ-LNK-COUNT).
           MOVE LNK-TYPE TO INQ-LK-TYPE (INQ-LNK-COUNT).
           MOVE LNK-TARGET TO INQ-LK-TARGET (INQ-LNK-COUNT).
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 5000-ANSWER-REQUESTS - ONE REQUEST ECHO, ZERO OR MORE
      * MATCH RECORDS AND A RESULT COUNT PER REQUEST. THE TRAILER
      *----------------------------------------------------------
      * 5210-ANSWER-KEY-LOOKUP - EXACT KEY READ AGAINST THE KEYED
      * CATALOG, WITH THE NEAREST-KEY HINT ON A MISS. THE ACTIVE
      * FILTER HOLDS BACK A RETIRED ENTRY AND SAYS SO. THE KEY'S
      * RELATIONSHIP LINKS FOLLOW THE ANSWER.
      *----------------------------------------------------------
       5210-ANSWER-KEY-LOOKUP.
           MOVE INQ-ARG-KEY TO INQ-SEARCH-KEY.
               END-IF
           END-IF.
           WRITE RSP-RECORD FROM RSP-DETAIL-LINE.
           PERFORM 5500-WRITE-KEY-LINKS THRU 5500-EXIT.
       5210-EXIT.
           EXIT.

       5465-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 5500-WRITE-KEY-LINKS - ONE LINK RECORD PER RELATIONSHIP
      * THE LOOKUP KEY TAKES PART IN: FIRST WHAT COMES BEFORE IT
      * (ITS PREREQUISITES) AND WHAT REPLACES IT, THEN WHAT IT
      * LEADS TO AND WHAT IT REPLACES
      *----------------------------------------------------------
       5500-WRITE-KEY-LINKS.
           IF INQ-LNK-COUNT = 0
               GO TO 5500-EXIT.
           MOVE 'K' TO INQ-LNK-SIDE.
           PERFORM 5510-TEST-ONE-LINK THRU 5510-EXIT
               VARYING INQ-LX FROM 1 BY 1
               UNTIL INQ-LX > INQ-LNK-COUNT.
           MOVE 'T' TO INQ-LNK-SIDE.
           PERFORM 5510-TEST-ONE-LINK THRU 5510-EXIT
               VARYING INQ-LX FROM 1 BY 1
               UNTIL INQ-LX > INQ-LNK-COUNT.
       5500-EXIT.
           EXIT.

       5510-TEST-ONE-LINK.
           IF INQ-LNK-KEY-SIDE
               IF INQ-LK-KEY (INQ-LX) NOT = INQ-SEARCH-KEY
                   GO TO 5510-EXIT
               END-IF
               MOVE INQ-LK-TARGET (INQ-LX) TO RSP-LNK-KEY
               IF INQ-LK-TYPE (INQ-LX) = 'P'
                   MOVE "TAKE FIRST  : " TO RSP-LNK-LABEL
               ELSE
                   MOVE "REPLACED BY : " TO RSP-LNK-LABEL
               END-IF
           ELSE
               IF INQ-LK-TARGET (INQ-LX) NOT = INQ-SEARCH-KEY
                   GO TO 5510-EXIT
               END-IF
               MOVE INQ-LK-KEY (INQ-LX) TO RSP-LNK-KEY
               IF INQ-LK-TYPE (INQ-LX) = 'P'
                   MOVE "LEADS TO    : " TO RSP-LNK-LABEL
               ELSE
                   MOVE "REPLACES    : " TO RSP-LNK-LABEL
               END-IF
           END-IF.
           PERFORM 5520-WRITE-LINK-LINE THRU 5520-EXIT.
       5510-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 5520-WRITE-LINK-LINE - NAME THE LINKED ENTRY FROM THE
      * KEYED CATALOG, OR SAY IT IS NOT THERE
      *----------------------------------------------------------
       5520-WRITE-LINK-LINE.
           MOVE "NOT ON CATALOG" TO RSP-LNK-TITLE.
           IF INQ-CAT-OPENED
               MOVE RSP-LNK-KEY TO CAT-KEY
               READ CATFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAT-TITLE TO RSP-LNK-TITLE
               END-READ
           END-IF.
           MOVE INQ-SEARCH-KEY TO RSP-KEY.
           MOVE "LINK     " TO RSP-RESULT.
           MOVE RSP-LINK-TEXT TO RSP-TEXT.
           WRITE RSP-RECORD FROM RSP-DETAIL-LINE.
       5520-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 9000-TERMINATE - CLOSE UP AND REPORT THE RUN ON THE LOG
      *----------------------------------------------------------
