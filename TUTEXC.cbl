       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTEXC.
       AUTHOR. D-WOJCIK.
       INSTALLATION. TUTORIALS-CATALOG-MAINTENANCE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------
      *  10/15/2026 DW   ORIGINAL PROGRAM - DAILY DEPARTMENT
      *                  EXCEPTION PACKET. RUN AFTER THE NIGHTLY
      *                  CYCLE, IT GATHERS EVERYTHING A DEPARTMENT
      *                  HAS TO ACT ON FROM THE SIX PLACES IT IS
      *                  SPREAD ACROSS - LOAD REJECTS (REJFILE),
      *                  AGING AND FAILED REPAIRS (RPRRPT), EXPIRY
      *                  WARNINGS (WRNRPT), FEED CONFLICTS AND
      *                  STALE FEEDS (CONRPT), BOUNCED
      *                  TRANSACTIONS (TRNREG) AND REMOVED OR
      *                  CHANGED ENTRIES (RECFILE) - AND PRINTS ONE
      *                  PACKET PER OWNING DEPARTMENT (EXCPKT) WITH
      *                  A SECTION AND A COUNT FOR EACH. A LINE
      *                  THAT CARRIES ONLY AN ENTRY KEY IS ROUTED
      *                  BY THE KEY'S OWNING DEPARTMENT: TODAY'S
      *                  MASTER (TUTFILE) FIRST, THEN THE
      *                  PUBLISHED BASES (EXTPRV, PRVGEN1) FOR
      *                  ENTRIES THAT HAVE SINCE LEFT IT, THEN THE
      *                  TRANSACTIONS (TRNFILE) FOR ADDS THAT
      *                  NEVER GOT ON. A STALE FEED GOES TO EVERY
      *                  DEPARTMENT WHOSE ENTRIES COME FROM THAT
      *                  SOURCE CODE. EVERY DEPARTMENT ON THE
      *                  REFERENCE TABLE (REFFILE) GETS A PACKET,
      *                  A CLEAN ONE SAYING NOTHING TO REPORT, AND
      *                  ANYTHING THAT CANNOT BE PLACED GOES IN AN
      *                  UNASSIGNED (????) PACKET FOR DATA
      *                  CONTROL. THE FIRST STARTUP PARAMETER
      *                  LIMITS THE RUN TO ONE DEPARTMENT.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO "TUTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-MST-STATUS.

           SELECT PRVFILE ASSIGN TO "EXTPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-PRV-STATUS.

           SELECT PG1FILE ASSIGN TO "PRVGEN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-PG1-STATUS.

           SELECT TRNFILE ASSIGN TO "TRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-TRN-STATUS.

           SELECT SORT-WORK1 ASSIGN TO "SRTWK01".

           SELECT OWNSRT ASSIGN TO "OWNSRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJFILE ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-REJ-STATUS.

           SELECT RPRRPT ASSIGN TO "RPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-RPR-STATUS.

           SELECT WRNRPT ASSIGN TO "WRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-WRN-STATUS.

           SELECT CONRPT ASSIGN TO "CONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-CON-STATUS.

           SELECT REGFILE ASSIGN TO "TRNREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-REG-STATUS.

           SELECT RECFILE ASSIGN TO "RECFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-REC-STATUS.

           SELECT SORT-WORK2 ASSIGN TO "SRTWK02".

           SELECT PKTSRT ASSIGN TO "PKTSRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PKTRPT ASSIGN TO "EXCPKT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFFILE ASSIGN TO "REFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MST-RECORD PIC X(80).

       FD  PRVFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PRV-RECORD PIC X(80).

       FD  PG1FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PG1-RECORD PIC X(80).

       FD  TRNFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 97 CHARACTERS.
       01  TRN-RECORD PIC X(97).

       SD  SORT-WORK1.
       01  SORT1-REC.
           05  SORT1-KEY           PIC X(10).
           05  SORT1-PRIO          PIC 9(01).
           05  FILLER              PIC X(07).

       FD  OWNSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 18 CHARACTERS.
       01  OWNSRT-RECORD.
           05  OWNS-KEY            PIC X(10).
           05  OWNS-PRIO           PIC 9(01).
           05  OWNS-DEPT           PIC X(04).
           05  OWNS-SOURCE         PIC X(03).

       FD  REJFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  REJ-RECORD PIC X(50).

       FD  RPRRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RPR-RECORD PIC X(80).

       FD  WRNRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  WRN-RECORD PIC X(80).

       FD  CONRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CON-RECORD PIC X(80).

       FD  REGFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-RECORD PIC X(80).

       FD  RECFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  REC-RECORD PIC X(60).

       SD  SORT-WORK2.
       01  SORT2-REC.
           05  SORT2-DEPT          PIC X(04).
           05  SORT2-SECTION       PIC 9(01).
           05  FILLER              PIC X(80).

       FD  PKTSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 85 CHARACTERS.
       01  PKTSRT-RECORD PIC X(85).

       FD  PKTRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PKT-RECORD PIC X(80).

       FD  REFFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  REF-RECORD PIC X(40).

       WORKING-STORAGE SECTION.
           COPY TUTREF.

       01  EXC-STATUSES.
           05  EXC-MST-STATUS      PIC X(02) VALUE SPACES.
           05  EXC-PRV-STATUS      PIC X(02) VALUE SPACES.
           05  EXC-PG1-STATUS      PIC X(02) VALUE SPACES.
           05  EXC-TRN-STATUS      PIC X(02) VALUE SPACES.
           05  EXC-REJ-STATUS      PIC X(02) VALUE SPACES.
           05  EXC-RPR-STATUS      PIC X(02) VALUE SPACES.
           05  EXC-WRN-STATUS      PIC X(02) VALUE SPACES.
           05  EXC-CON-STATUS      PIC X(02) VALUE SPACES.
           05  EXC-REG-STATUS      PIC X(02) VALUE SPACES.
           05  EXC-REC-STATUS      PIC X(02) VALUE SPACES.

       01  EXC-SWITCHES.
           05  EXC-EOF-SW          PIC X(01) VALUE 'N'.
               88  EXC-EOF                  VALUE 'Y'.
           05  EXC-OWN-FULL-SW     PIC X(01) VALUE 'N'.
               88  EXC-OWN-FULL             VALUE 'Y'.
           05  EXC-SRC-FULL-SW     PIC X(01) VALUE 'N'.
               88  EXC-SRC-FULL             VALUE 'Y'.
           05  EXC-FOUND-SW        PIC X(01) VALUE 'N'.
               88  EXC-FOUND                VALUE 'Y'.

       01  EXC-WORK-FIELDS.
           05  EXC-RUN-DATE        PIC 9(08).
           05  EXC-DEPT-PARM       PIC X(04) VALUE SPACES.
           05  EXC-PRIO            PIC 9(01) VALUE ZERO.
           05  EXC-PREV-KEY        PIC X(10) VALUE LOW-VALUES.
           05  EXC-WRK-KEY         PIC X(10) VALUE SPACES.
           05  EXC-WRK-DEPT        PIC X(04) VALUE SPACES.
           05  EXC-WRK-SOURCE      PIC X(03) VALUE SPACES.
           05  EXC-WRK-SECT        PIC 9(01) VALUE ZERO.
           05  EXC-CUR-DEPT        PIC X(04) VALUE HIGH-VALUES.
           05  EXC-CUR-SECT        PIC 9(01) VALUE ZERO.
           05  EXC-EDIT-COUNT      PIC ZZZZ9.
           05  EXC-UNASSIGNED      PIC X(04) VALUE "????".

       01  EXC-COUNTERS.
           05  EXC-SUB             PIC 9(05) COMP VALUE ZERO.
           05  EXC-SECT-SUB        PIC 9(01) VALUE ZERO.
           05  EXC-ROUTED          PIC 9(05) COMP VALUE ZERO.
           05  EXC-PKT-ITEMS       PIC 9(05) COMP VALUE ZERO.
           05  EXC-TOT-ITEMS       PIC 9(07) COMP VALUE ZERO.
           05  EXC-TOT-PACKETS     PIC 9(05) COMP VALUE ZERO.
           05  EXC-TOT-CLEAN       PIC 9(05) COMP VALUE ZERO.
           05  EXC-TOT-UNASSIGNED  PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------
      * ONE INPUT LINE, WITH A VIEW FOR EACH FILE READ
      *----------------------------------------------------------
       01  EXC-IN-LINE             PIC X(100).

       01  EXC-MST-R REDEFINES EXC-IN-LINE.
           05  EXC-MST-KEY         PIC X(10).
           05  FILLER              PIC X(34).
           05  EXC-MST-DEPT        PIC X(04).
           05  FILLER              PIC X(17).
           05  EXC-MST-SOURCE      PIC X(03).
           05  FILLER              PIC X(32).

       01  EXC-PRV-R REDEFINES EXC-IN-LINE.
           05  EXC-PRV-TYPE        PIC X(01).
           05  FILLER              PIC X(01).
           05  EXC-PRV-KEY         PIC X(10).
           05  FILLER              PIC X(37).
           05  EXC-PRV-DEPT        PIC X(04).
           05  FILLER              PIC X(21).
           05  EXC-PRV-SOURCE      PIC X(03).
           05  FILLER              PIC X(23).

       01  EXC-TRN-R REDEFINES EXC-IN-LINE.
           05  EXC-TRN-ACTION      PIC X(01).
           05  EXC-TRN-KEY         PIC X(10).
           05  FILLER              PIC X(34).
           05  EXC-TRN-DEPT        PIC X(04).
           05  FILLER              PIC X(17).
           05  EXC-TRN-SOURCE      PIC X(03).
           05  FILLER              PIC X(31).

       01  EXC-REJ-R REDEFINES EXC-IN-LINE.
           05  EXC-REJ-KEY         PIC X(10).
           05  FILLER              PIC X(02).
           05  EXC-REJ-CODE        PIC X(04).
           05  FILLER              PIC X(02).
           05  EXC-REJ-TEXT        PIC X(22).
           05  FILLER              PIC X(60).

       01  EXC-RPR-R REDEFINES EXC-IN-LINE.
           05  EXC-RPR-LEAD        PIC X(01).
           05  EXC-RPR-KEY         PIC X(10).
           05  FILLER              PIC X(02).
           05  EXC-RPR-DISP        PIC X(20).
           05  FILLER              PIC X(02).
           05  EXC-RPR-TEXT        PIC X(30).
           05  FILLER              PIC X(35).

       01  EXC-WRN-R REDEFINES EXC-IN-LINE.
           05  EXC-WRN-LEAD        PIC X(01).
           05  EXC-WRN-KEY         PIC X(10).
           05  FILLER              PIC X(02).
           05  EXC-WRN-DEPT        PIC X(04).
           05  FILLER              PIC X(02).
           05  EXC-WRN-DISP        PIC X(16).
           05  FILLER              PIC X(02).
           05  EXC-WRN-TEXT        PIC X(30).
           05  FILLER              PIC X(33).

       01  EXC-CON-R REDEFINES EXC-IN-LINE.
           05  FILLER              PIC X(01).
           05  EXC-CON-KEY         PIC X(10).
           05  FILLER              PIC X(02).
           05  EXC-CON-TEXT        PIC X(24).
           05  EXC-CON-KEPT-LIT    PIC X(07).
           05  EXC-CON-KEPT        PIC X(03).
           05  FILLER              PIC X(12).
           05  EXC-CON-DROPPED     PIC X(03).
           05  FILLER              PIC X(38).

       01  EXC-FDL-R REDEFINES EXC-IN-LINE.
           05  EXC-FDL-LIT         PIC X(05).
           05  EXC-FDL-FEED        PIC X(01).
           05  FILLER              PIC X(02).
           05  EXC-FDL-SOURCE      PIC X(03).
           05  FILLER              PIC X(16).
           05  EXC-FDL-NOTE        PIC X(30).
           05  FILLER              PIC X(43).

       01  EXC-REG-R REDEFINES EXC-IN-LINE.
           05  FILLER              PIC X(01).
           05  EXC-REG-ACTION      PIC X(01).
           05  FILLER              PIC X(02).
           05  EXC-REG-KEY         PIC X(10).
           05  FILLER              PIC X(02).
           05  EXC-REG-DISP        PIC X(08).
           05  FILLER              PIC X(02).
           05  EXC-REG-REASON      PIC X(22).
           05  EXC-REG-BY-LIT      PIC X(06).
           05  EXC-REG-SUB         PIC X(08).
           05  FILLER              PIC X(07).
           05  EXC-REG-ORG         PIC X(03).
           05  FILLER              PIC X(28).

       01  EXC-REC-R REDEFINES EXC-IN-LINE.
           05  EXC-REC-TYPE        PIC X(08).
           05  FILLER              PIC X(02).
           05  EXC-REC-KEY         PIC X(10).
           05  FILLER              PIC X(80).

      *----------------------------------------------------------
      * OWNING DEPARTMENT OF EVERY KEY THE CYCLE KNOWS ABOUT, AND
      * THE DEPARTMENTS EACH SOURCE CODE FEEDS
      *----------------------------------------------------------
       01  EXC-OWN-WORK.
           05  EXC-OW-KEY          PIC X(10).
           05  EXC-OW-PRIO         PIC 9(01).
           05  EXC-OW-DEPT         PIC X(04).
           05  EXC-OW-SOURCE       PIC X(03).

       01  EXC-OWN-MAX             PIC 9(05) COMP VALUE 6000.
       01  EXC-OWN-COUNT           PIC 9(05) COMP VALUE ZERO.

       01  EXC-OWN-TABLE.
           05  EXC-OWN-ENTRY
                   OCCURS 1 TO 6000 TIMES
                   DEPENDING ON EXC-OWN-COUNT
                   ASCENDING KEY IS EXC-OWN-KEY
                   INDEXED BY EXC-OWN-IDX.
               10  EXC-OWN-KEY     PIC X(10).
               10  EXC-OWN-DEPT    PIC X(04).

       01  EXC-SRC-MAX             PIC 9(05) COMP VALUE 200.
       01  EXC-SRC-COUNT           PIC 9(05) COMP VALUE ZERO.

       01  EXC-SRC-TABLE.
           05  EXC-SRC-ENTRY OCCURS 200 TIMES.
               10  EXC-SRC-CODE    PIC X(03).
               10  EXC-SRC-DEPT    PIC X(04).

      *----------------------------------------------------------
      * PACKET SECTIONS - NAME, WHETHER ITS INPUT WAS ON HAND,
      * COUNT IN THE CURRENT PACKET AND COUNT FOR THE RUN
      *----------------------------------------------------------
       01  EXC-SECTION-NAMES.
           05  FILLER              PIC X(40)
                   VALUE "LOAD REJECTS (REJFILE)".
           05  FILLER              PIC X(40)
                   VALUE "AGING AND FAILED REPAIRS (RPRRPT)".
           05  FILLER              PIC X(40)
                   VALUE "EXPIRY WARNINGS (WRNRPT)".
           05  FILLER              PIC X(40)
                   VALUE "FEED CONFLICTS AND STALE FEEDS (CONRPT)".
           05  FILLER              PIC X(40)
                   VALUE "BOUNCED TRANSACTIONS (TRNREG)".
           05  FILLER              PIC X(40)
                   VALUE "REMOVED AND CHANGED ENTRIES (RECFILE)".
       01  EXC-SECTION-NAMES-R REDEFINES EXC-SECTION-NAMES.
           05  EXC-SECT-NAME       PIC X(40) OCCURS 6 TIMES.

       01  EXC-SECTION-MISSING     PIC X(06) VALUE "NNNNNN".
       01  EXC-SECTION-MISSING-R REDEFINES EXC-SECTION-MISSING.
           05  EXC-SECT-MISSING-SW PIC X(01) OCCURS 6 TIMES.
               88  EXC-SECT-MISSING         VALUE 'Y'.

       01  EXC-SECTION-COUNTS.
           05  EXC-SECT-ENTRY OCCURS 6 TIMES.
               10  EXC-SECT-COUNT  PIC 9(05) COMP.
               10  EXC-SECT-TOTAL  PIC 9(05) COMP.

      *----------------------------------------------------------
      * PACKET WORK RECORD - OWNING DEPARTMENT, SECTION AND THE
      * PRINTED ITEM LINE. SECTION 0 IS A ROSTER MARKER SO A
      * DEPARTMENT WITH NOTHING TO REPORT STILL GETS A PACKET.
      *----------------------------------------------------------
       01  EXC-PKT-WORK.
           05  EXC-PKT-DEPT        PIC X(04).
           05  EXC-PKT-SECTION     PIC 9(01).
           05  EXC-ITEM-LINE.
               10  FILLER          PIC X(01).
               10  EXC-IT-KEY      PIC X(10).
               10  FILLER          PIC X(02).
               10  EXC-IT-DISP     PIC X(24).
               10  FILLER          PIC X(02).
               10  EXC-IT-TEXT     PIC X(30).
               10  FILLER          PIC X(11).

       01  EXC-REASON-TEXT.
           05  FILLER              PIC X(12) VALUE "REASON CODE ".
           05  EXC-RT-CODE         PIC X(04).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  EXC-CONFLICT-TEXT.
           05  FILLER              PIC X(07) VALUE "KEPT : ".
           05  EXC-CT-KEPT         PIC X(03).
           05  FILLER              PIC X(12) VALUE "  DROPPED : ".
           05  EXC-CT-DROPPED      PIC X(03).
           05  FILLER              PIC X(05) VALUE SPACES.

       01  EXC-FEED-KEY.
           05  FILLER              PIC X(05) VALUE "FEED ".
           05  EXC-FK-FEED         PIC X(01).
           05  FILLER              PIC X(04) VALUE SPACES.

       01  EXC-STALE-TEXT.
           05  FILLER              PIC X(07) VALUE "SOURCE ".
           05  EXC-ST-SOURCE       PIC X(03).
           05  FILLER              PIC X(20)
                   VALUE " - DATA IS STALE".

       01  EXC-TRAN-TEXT.
           05  FILLER              PIC X(07) VALUE "ACTION ".
           05  EXC-TT-ACTION       PIC X(01).
           05  FILLER              PIC X(04) VALUE " BY ".
           05  EXC-TT-SUB          PIC X(08).
           05  FILLER              PIC X(05) VALUE " VIA ".
           05  EXC-TT-ORG          PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.

       01  PKT-HEADER-1.
           05  FILLER              PIC X(11) VALUE "RUN DATE : ".
           05  PKT-H1-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(59) VALUE SPACES.

       01  PKT-HEADER-2.
           05  FILLER              PIC X(80)
                   VALUE "TUTORIALS CATALOG EXCEPTION PACKET".

       01  PKT-HEADER-3.
           05  FILLER              PIC X(80) VALUE ALL "-".

       01  PKT-DEPT-LINE.
           05  FILLER              PIC X(13) VALUE "DEPARTMENT : ".
           05  PKT-DL-DEPT         PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PKT-DL-DESC         PIC X(40).
           05  FILLER              PIC X(21) VALUE SPACES.

       01  PKT-SECTION-LINE.
           05  FILLER              PIC X(08) VALUE "SECTION ".
           05  PKT-SL-SECT         PIC 9(01).
           05  FILLER              PIC X(03) VALUE " - ".
           05  PKT-SL-NAME         PIC X(40).
           05  FILLER              PIC X(28) VALUE SPACES.

       01  PKT-SUMMARY-LINE.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  PKT-SM-SECT         PIC 9(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PKT-SM-NAME         PIC X(40).
           05  FILLER              PIC X(03) VALUE " : ".
           05  PKT-SM-COUNT        PIC X(13).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  PKT-PACKET-TOTAL-LINE.
           05  FILLER              PIC X(19)
                   VALUE "TOTAL EXCEPTIONS : ".
           05  PKT-PT-COUNT        PIC ZZZZ9.
           05  FILLER              PIC X(56) VALUE SPACES.

       01  PKT-BLANK-LINE          PIC X(80) VALUE SPACES.

       01  PKT-NOTE-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PKT-NOTE-TEXT       PIC X(79).

       01  PKT-TOTAL-LINE.
           05  FILLER              PIC X(10) VALUE "PACKETS : ".
           05  PKT-TL-PACKETS      PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  CLEAN : ".
           05  PKT-TL-CLEAN        PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  ITEMS : ".
           05  PKT-TL-ITEMS        PIC ZZZZZZ9.
           05  FILLER              PIC X(15)
                   VALUE "  UNASSIGNED : ".
           05  PKT-TL-UNASSIGNED   PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------
      * 0000-MAINLINE - PROGRAM CONTROL
      *----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-BUILD-OWNER-TABLE THRU 1100-EXIT.
           PERFORM 2000-GATHER-EXCEPTIONS THRU 2000-EXIT.
           PERFORM 3000-WRITE-PACKETS THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * 1000-INITIALIZE - PICK UP THE DEPARTMENT PARAMETER, OPEN
      * THE PACKET FILE AND LOAD THE DEPARTMENT CODE TABLE
      *----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT EXC-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT EXC-DEPT-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO EXC-DEPT-PARM
           END-ACCEPT.
           INITIALIZE EXC-SECTION-COUNTS.
           OPEN OUTPUT PKTRPT.
           MOVE EXC-RUN-DATE TO PKT-H1-DATE.
           PERFORM 1030-LOAD-REF-TABLES THRU 1030-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1030-LOAD-REF-TABLES - THE DEP CODES ARE THE DEPARTMENT
      * ROSTER. NO REFERENCE FILE MEANS ONLY DEPARTMENTS FOUND ON
      * THE CATALOG FILES GET A PACKET.
      *----------------------------------------------------------
       1030-LOAD-REF-TABLES.
           OPEN INPUT REFFILE.
           IF REF-FILE-STATUS NOT = "00"
               DISPLAY "NO REFERENCE CODE TABLE FILE - PACKETS GO "
                   "ONLY TO DEPARTMENTS FOUND ON THE CATALOG"
               GO TO 1030-EXIT.
           PERFORM 1035-READ-ONE-REF THRU 1035-EXIT.
           PERFORM 1040-STORE-ONE-REF THRU 1040-EXIT
               UNTIL REF-EOF.
           CLOSE REFFILE.
       1030-EXIT.
           EXIT.

       1035-READ-ONE-REF.
           READ REFFILE INTO REF-INPUT-LINE
               AT END
                   SET REF-EOF TO TRUE
           END-READ.
       1035-EXIT.
           EXIT.

       1040-STORE-ONE-REF.
           IF REF-IN-TYPE = "DEP"
               AND REF-IN-CODE NOT = SPACES
               AND REF-DEP-COUNT < REF-TABLE-MAX
               ADD 1 TO REF-DEP-COUNT
               MOVE REF-IN-CODE TO REF-DEP-CODE (REF-DEP-COUNT)
               MOVE REF-IN-DESC TO REF-DEP-DESC (REF-DEP-COUNT)
           END-IF.
           PERFORM 1035-READ-ONE-REF THRU 1035-EXIT.
       1040-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1100-BUILD-OWNER-TABLE - SORT EVERY KEY WITH ITS OWNING
      * DEPARTMENT BY KEY AND THEN BY HOW CURRENT THE FILE IS
      * (1 TUTFILE, 2 EXTPRV, 3 PRVGEN1, 4 TRNFILE), AND KEEP THE
      * FIRST - THE MOST CURRENT - OWNER OF EACH KEY
      *----------------------------------------------------------
       1100-BUILD-OWNER-TABLE.
           SORT SORT-WORK1
               ON ASCENDING KEY SORT1-KEY
               ON ASCENDING KEY SORT1-PRIO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1200-RELEASE-OWNERS
                   THRU 1200-EXIT
               GIVING OWNSRT.
           OPEN INPUT OWNSRT.
           MOVE 'N' TO EXC-EOF-SW.
           PERFORM 1300-STORE-ONE-OWNER THRU 1300-EXIT
               UNTIL EXC-EOF.
           CLOSE OWNSRT.
           DISPLAY "OWNER TABLE - KEYS: " EXC-OWN-COUNT
               " SOURCE/DEPARTMENT PAIRS: " EXC-SRC-COUNT.
       1100-EXIT.
           EXIT.

       1200-RELEASE-OWNERS.
           MOVE 1 TO EXC-PRIO.
           OPEN INPUT MSTFILE.
           IF EXC-MST-STATUS = "00"
               MOVE 'N' TO EXC-EOF-SW
               PERFORM 1210-RELEASE-ONE-MASTER THRU 1210-EXIT
                   UNTIL EXC-EOF
               CLOSE MSTFILE
           ELSE
               DISPLAY "NO MASTER (TUTFILE) ON HAND FOR OWNERSHIP"
           END-IF.
           MOVE 2 TO EXC-PRIO.
           OPEN INPUT PRVFILE.
           IF EXC-PRV-STATUS = "00"
               MOVE 'N' TO EXC-EOF-SW
               PERFORM 1220-RELEASE-ONE-PRIOR THRU 1220-EXIT
                   UNTIL EXC-EOF
               CLOSE PRVFILE
           END-IF.
           MOVE 3 TO EXC-PRIO.
           OPEN INPUT PG1FILE.
           IF EXC-PG1-STATUS = "00"
               MOVE 'N' TO EXC-EOF-SW
               PERFORM 1230-RELEASE-ONE-PRIOR-GEN THRU 1230-EXIT
                   UNTIL EXC-EOF
               CLOSE PG1FILE
           END-IF.
           MOVE 4 TO EXC-PRIO.
           OPEN INPUT TRNFILE.
           IF EXC-TRN-STATUS = "00"
               MOVE 'N' TO EXC-EOF-SW
               PERFORM 1240-RELEASE-ONE-TRAN THRU 1240-EXIT
                   UNTIL EXC-EOF
               CLOSE TRNFILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-RELEASE-ONE-MASTER.
           READ MSTFILE INTO EXC-IN-LINE
               AT END
                   SET EXC-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF EXC-MST-KEY (1:1) = "*" OR EXC-MST-KEY = SPACES
               GO TO 1210-EXIT.
           MOVE EXC-MST-KEY TO EXC-OW-KEY.
           MOVE EXC-MST-DEPT TO EXC-OW-DEPT.
           MOVE EXC-MST-SOURCE TO EXC-OW-SOURCE.
           PERFORM 1290-RELEASE-OWNER THRU 1290-EXIT.
       1210-EXIT.
           EXIT.

       1220-RELEASE-ONE-PRIOR.
           READ PRVFILE INTO EXC-IN-LINE
               AT END
                   SET EXC-EOF TO TRUE
                   GO TO 1220-EXIT
           END-READ.
           PERFORM 1280-RELEASE-PRIOR-IMAGE THRU 1280-EXIT.
       1220-EXIT.
           EXIT.

       1230-RELEASE-ONE-PRIOR-GEN.
           READ PG1FILE INTO EXC-IN-LINE
               AT END
                   SET EXC-EOF TO TRUE
                   GO TO 1230-EXIT
           END-READ.
           PERFORM 1280-RELEASE-PRIOR-IMAGE THRU 1280-EXIT.
       1230-EXIT.
           EXIT.

       1240-RELEASE-ONE-TRAN.
           READ TRNFILE INTO EXC-IN-LINE
               AT END
                   SET EXC-EOF TO TRUE
                   GO TO 1240-EXIT
           END-READ.
           IF EXC-TRN-KEY = SPACES OR EXC-TRN-DEPT = SPACES
               GO TO 1240-EXIT.
           MOVE EXC-TRN-KEY TO EXC-OW-KEY.
           MOVE EXC-TRN-DEPT TO EXC-OW-DEPT.
           MOVE EXC-TRN-SOURCE TO EXC-OW-SOURCE.
           PERFORM 1290-RELEASE-OWNER THRU 1290-EXIT.
       1240-EXIT.
           EXIT.

       1280-RELEASE-PRIOR-IMAGE.
           IF EXC-PRV-TYPE NOT = 'D' OR EXC-PRV-KEY = SPACES
               GO TO 1280-EXIT.
           MOVE EXC-PRV-KEY TO EXC-OW-KEY.
           MOVE EXC-PRV-DEPT TO EXC-OW-DEPT.
           MOVE EXC-PRV-SOURCE TO EXC-OW-SOURCE.
           PERFORM 1290-RELEASE-OWNER THRU 1290-EXIT.
       1280-EXIT.
           EXIT.

       1290-RELEASE-OWNER.
           MOVE EXC-PRIO TO EXC-OW-PRIO.
           RELEASE SORT1-REC FROM EXC-OWN-WORK.
       1290-EXIT.
           EXIT.

       1300-STORE-ONE-OWNER.
           READ OWNSRT
               AT END
                   SET EXC-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           IF OWNS-KEY = EXC-PREV-KEY
               GO TO 1300-EXIT.
           MOVE OWNS-KEY TO EXC-PREV-KEY.
           PERFORM 1350-NOTE-SOURCE-DEPT THRU 1350-EXIT.
           IF EXC-OWN-COUNT >= EXC-OWN-MAX
               IF NOT EXC-OWN-FULL
                   SET EXC-OWN-FULL TO TRUE
                   DISPLAY "OWNER TABLE FULL AT " EXC-OWN-MAX
                       " - LATER KEYS GO TO THE UNASSIGNED PACKET"
               END-IF
               GO TO 1300-EXIT.
           ADD 1 TO EXC-OWN-COUNT.
           MOVE OWNS-KEY TO EXC-OWN-KEY (EXC-OWN-COUNT).
           MOVE OWNS-DEPT TO EXC-OWN-DEPT (EXC-OWN-COUNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1350-NOTE-SOURCE-DEPT - REMEMBER THAT THIS SOURCE CODE
      * FEEDS THIS DEPARTMENT, ONCE PER PAIR
      *----------------------------------------------------------
       1350-NOTE-SOURCE-DEPT.
           IF OWNS-SOURCE = SPACES OR OWNS-DEPT = SPACES
               GO TO 1350-EXIT.
           MOVE 'N' TO EXC-FOUND-SW.
           PERFORM 1360-TEST-ONE-PAIR THRU 1360-EXIT
               VARYING EXC-SUB FROM 1 BY 1
               UNTIL EXC-SUB > EXC-SRC-COUNT OR EXC-FOUND.
           IF EXC-FOUND
               GO TO 1350-EXIT.
           IF EXC-SRC-COUNT >= EXC-SRC-MAX
               IF NOT EXC-SRC-FULL
                   SET EXC-SRC-FULL TO TRUE
                   DISPLAY "SOURCE/DEPARTMENT TABLE FULL AT "
                       EXC-SRC-MAX
               END-IF
               GO TO 1350-EXIT.
           ADD 1 TO EXC-SRC-COUNT.
           MOVE OWNS-SOURCE TO EXC-SRC-CODE (EXC-SRC-COUNT).
           MOVE OWNS-DEPT TO EXC-SRC-DEPT (EXC-SRC-COUNT).
       1350-EXIT.
           EXIT.

       1360-TEST-ONE-PAIR.
           IF EXC-SRC-CODE (EXC-SUB) = OWNS-SOURCE
               AND EXC-SRC-DEPT (EXC-SUB) = OWNS-DEPT
               SET EXC-FOUND TO TRUE
           END-IF.
       1360-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2000-GATHER-EXCEPTIONS - ROUTE EVERY PROBLEM LINE OF THE
      * SIX INPUTS TO ITS DEPARTMENT AND SORT THEM INTO
      * DEPARTMENT / SECTION ORDER, EACH SECTION KEEPING THE
      * ORDER ITS OWN REPORT PRINTED IT IN
      *----------------------------------------------------------
       2000-GATHER-EXCEPTIONS.
           SORT SORT-WORK2
               ON ASCENDING KEY SORT2-DEPT
               ON ASCENDING KEY SORT2-SECTION
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2100-RELEASE-ALL
                   THRU 2100-EXIT
               GIVING PKTSRT.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ALL.
           PERFORM 2150-RELEASE-ROSTER THRU 2150-EXIT.
           PERFORM 2200-GATHER-LOAD-REJECTS THRU 2200-EXIT.
           PERFORM 2300-GATHER-REPAIRS THRU 2300-EXIT.
           PERFORM 2400-GATHER-WARNINGS THRU 2400-EXIT.
           PERFORM 2500-GATHER-CONFLICTS THRU 2500-EXIT.
           PERFORM 2600-GATHER-BOUNCES THRU 2600-EXIT.
           PERFORM 2700-GATHER-CHANGES THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2150-RELEASE-ROSTER - A SECTION 0 MARKER FOR EVERY
      * DEPARTMENT ON THE REFERENCE TABLE AND EVERY DEPARTMENT A
      * SOURCE FEEDS, SO A CLEAN DEPARTMENT STILL GETS A PACKET
      *----------------------------------------------------------
       2150-RELEASE-ROSTER.
           MOVE ZERO TO EXC-PKT-SECTION.
           MOVE SPACES TO EXC-ITEM-LINE.
           PERFORM 2160-RELEASE-ONE-REF-DEPT THRU 2160-EXIT
               VARYING EXC-SUB FROM 1 BY 1
               UNTIL EXC-SUB > REF-DEP-COUNT.
           PERFORM 2170-RELEASE-ONE-SRC-DEPT THRU 2170-EXIT
               VARYING EXC-SUB FROM 1 BY 1
               UNTIL EXC-SUB > EXC-SRC-COUNT.
       2150-EXIT.
           EXIT.

       2160-RELEASE-ONE-REF-DEPT.
           MOVE REF-DEP-CODE (EXC-SUB) TO EXC-PKT-DEPT.
           RELEASE SORT2-REC FROM EXC-PKT-WORK.
       2160-EXIT.
           EXIT.

       2170-RELEASE-ONE-SRC-DEPT.
           MOVE EXC-SRC-DEPT (EXC-SUB) TO EXC-PKT-DEPT.
           RELEASE SORT2-REC FROM EXC-PKT-WORK.
       2170-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2200-GATHER-LOAD-REJECTS - SECTION 1, EVERY REJFILE LINE
      *----------------------------------------------------------
       2200-GATHER-LOAD-REJECTS.
           MOVE 1 TO EXC-WRK-SECT.
           OPEN INPUT REJFILE.
           IF EXC-REJ-STATUS NOT = "00"
               PERFORM 2890-NOTE-MISSING THRU 2890-EXIT
               GO TO 2200-EXIT.
           MOVE 'N' TO EXC-EOF-SW.
           PERFORM 2210-RELEASE-ONE-REJECT THRU 2210-EXIT
               UNTIL EXC-EOF.
           CLOSE REJFILE.
       2200-EXIT.
           EXIT.

       2210-RELEASE-ONE-REJECT.
           READ REJFILE INTO EXC-IN-LINE
               AT END
                   SET EXC-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           MOVE SPACES TO EXC-ITEM-LINE.
           MOVE EXC-REJ-KEY TO EXC-IT-KEY.
           MOVE EXC-REJ-KEY TO EXC-WRK-KEY.
           MOVE EXC-REJ-TEXT TO EXC-IT-DISP.
           MOVE EXC-REJ-CODE TO EXC-RT-CODE.
           MOVE EXC-REASON-TEXT TO EXC-IT-TEXT.
           PERFORM 2900-RELEASE-BY-KEY THRU 2900-EXIT.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2300-GATHER-REPAIRS - SECTION 2, RPRRPT DETAIL LINES
      * EXCEPT THE SUCCESSFUL RECYCLES
      *----------------------------------------------------------
       2300-GATHER-REPAIRS.
           MOVE 2 TO EXC-WRK-SECT.
           OPEN INPUT RPRRPT.
           IF EXC-RPR-STATUS NOT = "00"
               PERFORM 2890-NOTE-MISSING THRU 2890-EXIT
               GO TO 2300-EXIT.
           MOVE 'N' TO EXC-EOF-SW.
           PERFORM 2310-RELEASE-ONE-REPAIR THRU 2310-EXIT
               UNTIL EXC-EOF.
           CLOSE RPRRPT.
       2300-EXIT.
           EXIT.

       2310-RELEASE-ONE-REPAIR.
           READ RPRRPT INTO EXC-IN-LINE
               AT END
                   SET EXC-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           IF EXC-RPR-LEAD NOT = SPACE OR EXC-RPR-DISP = SPACES
               OR EXC-RPR-DISP = "RECYCLED            "
               GO TO 2310-EXIT.
           MOVE SPACES TO EXC-ITEM-LINE.
           MOVE EXC-RPR-KEY TO EXC-IT-KEY.
           MOVE EXC-RPR-KEY TO EXC-WRK-KEY.
           MOVE EXC-RPR-DISP TO EXC-IT-DISP.
           MOVE EXC-RPR-TEXT TO EXC-IT-TEXT.
           PERFORM 2900-RELEASE-BY-KEY THRU 2900-EXIT.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2400-GATHER-WARNINGS - SECTION 3, WRNRPT DETAIL LINES,
      * WHICH ALREADY CARRY THE DEPARTMENT
      *----------------------------------------------------------
       2400-GATHER-WARNINGS.
           MOVE 3 TO EXC-WRK-SECT.
           OPEN INPUT WRNRPT.
           IF EXC-WRN-STATUS NOT = "00"
               PERFORM 2890-NOTE-MISSING THRU 2890-EXIT
               GO TO 2400-EXIT.
           MOVE 'N' TO EXC-EOF-SW.
           PERFORM 2410-RELEASE-ONE-WARNING THRU 2410-EXIT
               UNTIL EXC-EOF.
           CLOSE WRNRPT.
       2400-EXIT.
           EXIT.

       2410-RELEASE-ONE-WARNING.
           READ WRNRPT INTO EXC-IN-LINE
               AT END
                   SET EXC-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ.
           IF EXC-WRN-LEAD NOT = SPACE OR EXC-WRN-DISP = SPACES
               GO TO 2410-EXIT.
           MOVE SPACES TO EXC-ITEM-LINE.
           MOVE EXC-WRN-KEY TO EXC-IT-KEY.
           MOVE EXC-WRN-KEY TO EXC-WRK-KEY.
           MOVE EXC-WRN-DISP TO EXC-IT-DISP.
           MOVE EXC-WRN-TEXT TO EXC-IT-TEXT.
           IF EXC-WRN-DEPT = SPACES
               PERFORM 2900-RELEASE-BY-KEY THRU 2900-EXIT
           ELSE
               MOVE EXC-WRN-DEPT TO EXC-WRK-DEPT
               PERFORM 2990-RELEASE-ITEM THRU 2990-EXIT
           END-IF.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2500-GATHER-CONFLICTS - SECTION 4, CONRPT CONFLICT LINES
      * BY KEY (BY THE LOSING SOURCE WHEN THE KEY IS UNKNOWN) AND
      * STALE-FEED LINES BY SOURCE CODE
      *----------------------------------------------------------
       2500-GATHER-CONFLICTS.
           MOVE 4 TO EXC-WRK-SECT.
           OPEN INPUT CONRPT.
           IF EXC-CON-STATUS NOT = "00"
               PERFORM 2890-NOTE-MISSING THRU 2890-EXIT
               GO TO 2500-EXIT.
           MOVE 'N' TO EXC-EOF-SW.
           PERFORM 2510-RELEASE-ONE-CONFLICT THRU 2510-EXIT
               UNTIL EXC-EOF.
           CLOSE CONRPT.
       2500-EXIT.
           EXIT.

       2510-RELEASE-ONE-CONFLICT.
           READ CONRPT INTO EXC-IN-LINE
               AT END
                   SET EXC-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           MOVE SPACES TO EXC-ITEM-LINE.
           IF EXC-CON-KEPT-LIT = "KEPT : "
               MOVE EXC-CON-KEY TO EXC-IT-KEY
               MOVE EXC-CON-KEY TO EXC-WRK-KEY
               MOVE EXC-CON-TEXT TO EXC-IT-DISP
               MOVE EXC-CON-KEPT TO EXC-CT-KEPT
               MOVE EXC-CON-DROPPED TO EXC-CT-DROPPED
               MOVE EXC-CONFLICT-TEXT TO EXC-IT-TEXT
               PERFORM 2910-FIND-KEY-DEPT THRU 2910-EXIT
               IF EXC-FOUND OR EXC-CON-DROPPED = SPACES
                   PERFORM 2990-RELEASE-ITEM THRU 2990-EXIT
               ELSE
                   MOVE EXC-CON-DROPPED TO EXC-WRK-SOURCE
                   PERFORM 2950-RELEASE-BY-SOURCE THRU 2950-EXIT
               END-IF
               GO TO 2510-EXIT.
           IF EXC-FDL-LIT = "FEED "
               AND EXC-FDL-NOTE = "  (STALE - PRIOR-DAY COPY)    "
               MOVE EXC-FDL-FEED TO EXC-FK-FEED
               MOVE EXC-FEED-KEY TO EXC-IT-KEY
               MOVE "STALE - PRIOR-DAY COPY  " TO EXC-IT-DISP
               MOVE EXC-FDL-SOURCE TO EXC-ST-SOURCE
               MOVE EXC-STALE-TEXT TO EXC-IT-TEXT
               MOVE EXC-FDL-SOURCE TO EXC-WRK-SOURCE
               PERFORM 2950-RELEASE-BY-SOURCE THRU 2950-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2600-GATHER-BOUNCES - SECTION 5, TRNREG REJECTED LINES
      *----------------------------------------------------------
       2600-GATHER-BOUNCES.
           MOVE 5 TO EXC-WRK-SECT.
           OPEN INPUT REGFILE.
           IF EXC-REG-STATUS NOT = "00"
               PERFORM 2890-NOTE-MISSING THRU 2890-EXIT
               GO TO 2600-EXIT.
           MOVE 'N' TO EXC-EOF-SW.
           PERFORM 2610-RELEASE-ONE-BOUNCE THRU 2610-EXIT
               UNTIL EXC-EOF.
           CLOSE REGFILE.
       2600-EXIT.
           EXIT.

       2610-RELEASE-ONE-BOUNCE.
           READ REGFILE INTO EXC-IN-LINE
               AT END
                   SET EXC-EOF TO TRUE
                   GO TO 2610-EXIT
           END-READ.
           IF EXC-REG-DISP NOT = "REJECTED"
               OR EXC-REG-BY-LIT NOT = "  BY: "
               GO TO 2610-EXIT.
           MOVE SPACES TO EXC-ITEM-LINE.
           MOVE EXC-REG-KEY TO EXC-IT-KEY.
           MOVE EXC-REG-KEY TO EXC-WRK-KEY.
           MOVE EXC-REG-REASON TO EXC-IT-DISP.
           MOVE EXC-REG-ACTION TO EXC-TT-ACTION.
           MOVE EXC-REG-SUB TO EXC-TT-SUB.
           MOVE EXC-REG-ORG TO EXC-TT-ORG.
           MOVE EXC-TRAN-TEXT TO EXC-IT-TEXT.
           PERFORM 2900-RELEASE-BY-KEY THRU 2900-EXIT.
       2610-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2700-GATHER-CHANGES - SECTION 6, RECFILE REMOVED AND
      * CHANGED EVENTS
      *----------------------------------------------------------
       2700-GATHER-CHANGES.
           MOVE 6 TO EXC-WRK-SECT.
           OPEN INPUT RECFILE.
           IF EXC-REC-STATUS NOT = "00"
               PERFORM 2890-NOTE-MISSING THRU 2890-EXIT
               GO TO 2700-EXIT.
           MOVE 'N' TO EXC-EOF-SW.
           PERFORM 2710-RELEASE-ONE-CHANGE THRU 2710-EXIT
               UNTIL EXC-EOF.
           CLOSE RECFILE.
       2700-EXIT.
           EXIT.

       2710-RELEASE-ONE-CHANGE.
           READ RECFILE INTO EXC-IN-LINE
               AT END
                   SET EXC-EOF TO TRUE
                   GO TO 2710-EXIT
           END-READ.
           MOVE SPACES TO EXC-ITEM-LINE.
           EVALUATE EXC-REC-TYPE
               WHEN "REMOVED "
                   MOVE "REMOVED FROM CATALOG    " TO EXC-IT-DISP
               WHEN "CHANGED "
                   MOVE "CHANGED ON CATALOG      " TO EXC-IT-DISP
               WHEN OTHER
                   GO TO 2710-EXIT
           END-EVALUATE.
           MOVE EXC-REC-KEY TO EXC-IT-KEY.
           MOVE EXC-REC-KEY TO EXC-WRK-KEY.
           MOVE "SINCE THE LAST PUBLICATION" TO EXC-IT-TEXT.
           PERFORM 2900-RELEASE-BY-KEY THRU 2900-EXIT.
       2710-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2890-NOTE-MISSING - AN INPUT WAS NOT ON HAND. ITS SECTION
      * SAYS NOT AVAILABLE IN EVERY PACKET RATHER THAN ZERO, SO NO
      * DEPARTMENT MISTAKES A MISSING REPORT FOR A CLEAN ONE.
      *----------------------------------------------------------
       2890-NOTE-MISSING.
           SET EXC-SECT-MISSING (EXC-WRK-SECT) TO TRUE.
           DISPLAY "INPUT NOT ON HAND - SECTION " EXC-WRK-SECT " "
               EXC-SECT-NAME (EXC-WRK-SECT) " NOT AVAILABLE".
       2890-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2900-RELEASE-BY-KEY - ROUTE THE ITEM TO THE OWNING
      * DEPARTMENT OF EXC-WRK-KEY
      *----------------------------------------------------------
       2900-RELEASE-BY-KEY.
           PERFORM 2910-FIND-KEY-DEPT THRU 2910-EXIT.
           PERFORM 2990-RELEASE-ITEM THRU 2990-EXIT.
       2900-EXIT.
           EXIT.

       2910-FIND-KEY-DEPT.
           MOVE 'N' TO EXC-FOUND-SW.
           MOVE EXC-UNASSIGNED TO EXC-WRK-DEPT.
           IF EXC-OWN-COUNT = 0 OR EXC-WRK-KEY = SPACES
               GO TO 2910-EXIT.
           SEARCH ALL EXC-OWN-ENTRY
               AT END
                   CONTINUE
               WHEN EXC-OWN-KEY (EXC-OWN-IDX) = EXC-WRK-KEY
                   SET EXC-FOUND TO TRUE
                   MOVE EXC-OWN-DEPT (EXC-OWN-IDX) TO EXC-WRK-DEPT
           END-SEARCH.
           IF EXC-WRK-DEPT = SPACES
               MOVE EXC-UNASSIGNED TO EXC-WRK-DEPT
           END-IF.
       2910-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2950-RELEASE-BY-SOURCE - ONE COPY OF THE ITEM FOR EVERY
      * DEPARTMENT THE SOURCE CODE FEEDS
      *----------------------------------------------------------
       2950-RELEASE-BY-SOURCE.
           MOVE ZERO TO EXC-ROUTED.
           PERFORM 2960-TEST-ONE-SOURCE THRU 2960-EXIT
               VARYING EXC-SUB FROM 1 BY 1
               UNTIL EXC-SUB > EXC-SRC-COUNT.
           IF EXC-ROUTED = 0
               MOVE EXC-UNASSIGNED TO EXC-WRK-DEPT
               PERFORM 2990-RELEASE-ITEM THRU 2990-EXIT
           END-IF.
       2950-EXIT.
           EXIT.

       2960-TEST-ONE-SOURCE.
           IF EXC-SRC-CODE (EXC-SUB) = EXC-WRK-SOURCE
               ADD 1 TO EXC-ROUTED
               MOVE EXC-SRC-DEPT (EXC-SUB) TO EXC-WRK-DEPT
               PERFORM 2990-RELEASE-ITEM THRU 2990-EXIT
           END-IF.
       2960-EXIT.
           EXIT.

       2990-RELEASE-ITEM.
           MOVE EXC-WRK-DEPT TO EXC-PKT-DEPT.
           MOVE EXC-WRK-SECT TO EXC-PKT-SECTION.
           RELEASE SORT2-REC FROM EXC-PKT-WORK.
       2990-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 3000-WRITE-PACKETS - ONE PACKET PER DEPARTMENT: THE ITEMS
      * SECTION BY SECTION, THEN A SUMMARY OF EVERY SECTION
      *----------------------------------------------------------
       3000-WRITE-PACKETS.
           OPEN INPUT PKTSRT.
           MOVE 'N' TO EXC-EOF-SW.
           PERFORM 3100-READ-SORTED THRU 3100-EXIT.
           PERFORM 3200-PRINT-ONE THRU 3200-EXIT
               UNTIL EXC-EOF.
           IF EXC-CUR-DEPT NOT = HIGH-VALUES
               PERFORM 3400-CLOSE-PACKET THRU 3400-EXIT
           END-IF.
           CLOSE PKTSRT.
       3000-EXIT.
           EXIT.

       3100-READ-SORTED.
           READ PKTSRT INTO EXC-PKT-WORK
               AT END
                   SET EXC-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF EXC-DEPT-PARM NOT = SPACES
               AND EXC-PKT-DEPT NOT = EXC-DEPT-PARM
               GO TO 3100-READ-SORTED.
       3100-EXIT.
           EXIT.

       3200-PRINT-ONE.
           IF EXC-PKT-DEPT NOT = EXC-CUR-DEPT
               IF EXC-CUR-DEPT NOT = HIGH-VALUES
                   PERFORM 3400-CLOSE-PACKET THRU 3400-EXIT
               END-IF
               PERFORM 3300-OPEN-PACKET THRU 3300-EXIT
           END-IF.
           IF EXC-PKT-SECTION = 0
               GO TO 3200-NEXT.
           IF EXC-PKT-SECTION NOT = EXC-CUR-SECT
               MOVE EXC-PKT-SECTION TO EXC-CUR-SECT
               MOVE EXC-CUR-SECT TO PKT-SL-SECT
               MOVE EXC-SECT-NAME (EXC-CUR-SECT) TO PKT-SL-NAME
               WRITE PKT-RECORD FROM PKT-BLANK-LINE
               WRITE PKT-RECORD FROM PKT-SECTION-LINE
           END-IF.
           WRITE PKT-RECORD FROM EXC-ITEM-LINE.
           ADD 1 TO EXC-SECT-COUNT (EXC-CUR-SECT).
           ADD 1 TO EXC-SECT-TOTAL (EXC-CUR-SECT).
           ADD 1 TO EXC-PKT-ITEMS.
           ADD 1 TO EXC-TOT-ITEMS.
           IF EXC-CUR-DEPT = EXC-UNASSIGNED
               ADD 1 TO EXC-TOT-UNASSIGNED
           END-IF.
       3200-NEXT.
           PERFORM 3100-READ-SORTED THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 3300-OPEN-PACKET - HEADINGS AND DEPARTMENT NAME FOR THE
      * NEXT DEPARTMENT
      *----------------------------------------------------------
       3300-OPEN-PACKET.
           MOVE EXC-PKT-DEPT TO EXC-CUR-DEPT.
           MOVE ZERO TO EXC-CUR-SECT.
           MOVE ZERO TO EXC-PKT-ITEMS.
           PERFORM 3310-ZERO-ONE-COUNT THRU 3310-EXIT
               VARYING EXC-SECT-SUB FROM 1 BY 1
               UNTIL EXC-SECT-SUB > 6.
           ADD 1 TO EXC-TOT-PACKETS.
           WRITE PKT-RECORD FROM PKT-HEADER-1.
           WRITE PKT-RECORD FROM PKT-HEADER-2.
           WRITE PKT-RECORD FROM PKT-HEADER-3.
           MOVE EXC-CUR-DEPT TO PKT-DL-DEPT.
           MOVE SPACES TO PKT-DL-DESC.
           IF EXC-CUR-DEPT = EXC-UNASSIGNED
               MOVE "NO OWNING DEPARTMENT - FOR DATA CONTROL"
                   TO PKT-DL-DESC
           ELSE
               PERFORM 3320-FIND-DEPT-DESC THRU 3320-EXIT
                   VARYING EXC-SUB FROM 1 BY 1
                   UNTIL EXC-SUB > REF-DEP-COUNT
           END-IF.
           WRITE PKT-RECORD FROM PKT-DEPT-LINE.
       3300-EXIT.
           EXIT.

       3310-ZERO-ONE-COUNT.
           MOVE ZERO TO EXC-SECT-COUNT (EXC-SECT-SUB).
       3310-EXIT.
           EXIT.

       3320-FIND-DEPT-DESC.
           IF REF-DEP-CODE (EXC-SUB) = EXC-CUR-DEPT
               MOVE REF-DEP-DESC (EXC-SUB) TO PKT-DL-DESC
           END-IF.
       3320-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 3400-CLOSE-PACKET - NOTHING-TO-REPORT NOTE FOR A CLEAN
      * DEPARTMENT, THEN THE COUNT FOR EVERY SECTION
      *----------------------------------------------------------
       3400-CLOSE-PACKET.
           IF EXC-PKT-ITEMS = 0
               ADD 1 TO EXC-TOT-CLEAN
               WRITE PKT-RECORD FROM PKT-BLANK-LINE
               MOVE "NOTHING TO REPORT FOR THIS DEPARTMENT"
                   TO PKT-NOTE-TEXT
               WRITE PKT-RECORD FROM PKT-NOTE-LINE
           END-IF.
           WRITE PKT-RECORD FROM PKT-BLANK-LINE.
           WRITE PKT-RECORD FROM PKT-HEADER-3.
           PERFORM 3410-SUMMARIZE-ONE-SECTION THRU 3410-EXIT
               VARYING EXC-SECT-SUB FROM 1 BY 1
               UNTIL EXC-SECT-SUB > 6.
           MOVE EXC-PKT-ITEMS TO PKT-PT-COUNT.
           WRITE PKT-RECORD FROM PKT-PACKET-TOTAL-LINE.
           WRITE PKT-RECORD FROM PKT-BLANK-LINE.
       3400-EXIT.
           EXIT.

       3410-SUMMARIZE-ONE-SECTION.
           MOVE EXC-SECT-SUB TO PKT-SM-SECT.
           MOVE EXC-SECT-NAME (EXC-SECT-SUB) TO PKT-SM-NAME.
           IF EXC-SECT-MISSING (EXC-SECT-SUB)
               MOVE "NOT AVAILABLE" TO PKT-SM-COUNT
           ELSE
               MOVE EXC-SECT-COUNT (EXC-SECT-SUB) TO EXC-EDIT-COUNT
               MOVE EXC-EDIT-COUNT TO PKT-SM-COUNT
           END-IF.
           WRITE PKT-RECORD FROM PKT-SUMMARY-LINE.
       3410-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 9000-TERMINATE - RUN TOTALS
      *----------------------------------------------------------
       9000-TERMINATE.
           IF EXC-TOT-PACKETS = 0
               MOVE "NO PACKETS - NO DEPARTMENT ON FILE OR SELECTED"
                   TO PKT-NOTE-TEXT
               WRITE PKT-RECORD FROM PKT-NOTE-LINE
           END-IF.
           WRITE PKT-RECORD FROM PKT-HEADER-3.
           MOVE "ITEMS BY SECTION, ALL PACKETS" TO PKT-NOTE-TEXT.
           WRITE PKT-RECORD FROM PKT-NOTE-LINE.
           PERFORM 9100-TOTAL-ONE-SECTION THRU 9100-EXIT
               VARYING EXC-SECT-SUB FROM 1 BY 1
               UNTIL EXC-SECT-SUB > 6.
           MOVE EXC-TOT-PACKETS TO PKT-TL-PACKETS.
           MOVE EXC-TOT-CLEAN TO PKT-TL-CLEAN.
           MOVE EXC-TOT-ITEMS TO PKT-TL-ITEMS.
           MOVE EXC-TOT-UNASSIGNED TO PKT-TL-UNASSIGNED.
           WRITE PKT-RECORD FROM PKT-TOTAL-LINE.
           CLOSE PKTRPT.
           DISPLAY "EXCEPTION PACKETS - DEPARTMENTS: " EXC-TOT-PACKETS
               " CLEAN: " EXC-TOT-CLEAN " ITEMS: " EXC-TOT-ITEMS
               " UNASSIGNED: " EXC-TOT-UNASSIGNED.
       9000-EXIT.
           EXIT.

       9100-TOTAL-ONE-SECTION.
           MOVE EXC-SECT-SUB TO PKT-SM-SECT.
           MOVE EXC-SECT-NAME (EXC-SECT-SUB) TO PKT-SM-NAME.
           IF EXC-SECT-MISSING (EXC-SECT-SUB)
               MOVE "NOT AVAILABLE" TO PKT-SM-COUNT
           ELSE
               MOVE EXC-SECT-TOTAL (EXC-SECT-SUB) TO EXC-EDIT-COUNT
               MOVE EXC-EDIT-COUNT TO PKT-SM-COUNT
           END-IF.
           WRITE PKT-RECORD FROM PKT-SUMMARY-LINE.
       9100-EXIT.
           EXIT.

       END PROGRAM TUTEXC.
