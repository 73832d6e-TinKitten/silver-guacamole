       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTUSG.
       AUTHOR. D-WOJCIK.
       INSTALLATION. TUTORIALS-CATALOG-MAINTENANCE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------
      *  10/15/2026 DW   ORIGINAL PROGRAM - USAGE FEED STEP. THE
      *                  LEARNING PLATFORM'S DAILY USAGE /
      *                  COMPLETION FEED (USGFEED, SAME 10-BYTE
      *                  ENTRY KEY) IS SORTED AND ROLLED UP PER
      *                  KEY AND MERGED INTO A CARRIED-FORWARD
      *                  USAGE MASTER (USGMST) HOLDING THE FIRST
      *                  AND LAST USE DATES AND THE CUMULATIVE
      *                  USE COUNT OF EVERY KEY EVER USED. THE
      *                  OLD MASTER IS KEPT AS USGGEN1, AND A
      *                  FEED DATE ALREADY ON THE MASTER IS NOT
      *                  ADDED IN TWICE ON A RERUN. TWO REPORTS:
      *                  IDLRPT LISTS ACTIVE TUTCAT ENTRIES WITH
      *                  NO USE IN THE LAST N DAYS (FIRST STARTUP
      *                  PARAMETER, DEFAULT 90) AS RETIREMENT
      *                  CANDIDATES, AND UNPRPT LISTS TODAY'S
      *                  USAGE AGAINST KEYS THAT ARE RETIRED OR
      *                  EXPIRED ON TUTCAT OR NOT ON IT AT ALL,
      *                  WITH THE LAST SNPHIST PUBLICATION OF A
      *                  DROPPED KEY, SO WE KNOW WHEN DOWNSTREAM
      *                  IS STILL SERVING SOMETHING WE STOPPED
      *                  PUBLISHING.
      *  10/15/2026 DW   THE COPY OVER USGMST IS NOW BRACKETED BY A
      *                  COMMIT MARKER (USGCMT), AS IN TUTLKM - A
      *                  RUN THAT FINDS IT STILL IN PROGRESS COPIES
      *                  THE COMPLETE USGNEW BACK OVER THE TORN
      *                  MASTER BEFORE ANYTHING ELSE, OR ABENDS
      *                  WITH RETURN CODE 16 IF IT CANNOT. A SHORT
      *                  IDLE-DAYS PARAMETER IS NOW HONOURED, AND
      *                  ONE THAT IS NOT NUMERIC IS SAID SO.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEDFILE ASSIGN TO "USGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USG-FED-STATUS.

           SELECT SORT-WORK ASSIGN TO "SRTWK01".

           SELECT USGSRT ASSIGN TO "USGSRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MSTFILE ASSIGN TO "USGMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USG-MST-STATUS.

           SELECT NEWFILE ASSIGN TO "USGNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USG-NEW-STATUS.

           SELECT GENFILE ASSIGN TO "USGGEN1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USG-GEN-STATUS.

           SELECT CMTFILE ASSIGN TO "USGCMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USG-CMT-STATUS.

           SELECT CATFILE ASSIGN TO "TUTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS USG-CAT-STATUS.

           SELECT SNPHIST ASSIGN TO "SNPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USG-SNP-STATUS.

           SELECT IDLFILE ASSIGN TO "IDLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNPFILE ASSIGN TO "UNPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEDFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  FED-RECORD PIC X(40).

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-KEY            PIC X(10).
           05  FILLER              PIC X(30).

       FD  USGSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  USGSRT-RECORD PIC X(40).

       FD  MSTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  MST-RECORD PIC X(40).

       FD  NEWFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  NEW-RECORD PIC X(40).

       FD  GENFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  GEN-RECORD PIC X(40).

       FD  CMTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  CMT-RECORD PIC X(30).

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

       FD  SNPHIST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
       01  SNP-RECORD PIC X(90).

       FD  IDLFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  IDL-RECORD PIC X(80).

       FD  UNPFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  UNP-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  USG-SWITCHES.
           05  USG-FED-STATUS      PIC X(02) VALUE SPACES.
           05  USG-MST-STATUS      PIC X(02) VALUE SPACES.
           05  USG-NEW-STATUS      PIC X(02) VALUE SPACES.
           05  USG-GEN-STATUS      PIC X(02) VALUE SPACES.
           05  USG-CMT-STATUS      PIC X(02) VALUE SPACES.
           05  USG-ABORT-SW        PIC X(01) VALUE 'N'.
               88  USG-ABORTED              VALUE 'Y'.
           05  USG-CAT-STATUS      PIC X(02) VALUE SPACES.
           05  USG-SNP-STATUS      PIC X(02) VALUE SPACES.
           05  USG-FEED-SW         PIC X(01) VALUE 'N'.
               88  USG-FEED-ON-HAND         VALUE 'Y'.
           05  USG-FED-EOF-SW      PIC X(01) VALUE 'N'.
               88  USG-FED-EOF              VALUE 'Y'.
           05  USG-SRT-EOF-SW      PIC X(01) VALUE 'N'.
               88  USG-SRT-EOF              VALUE 'Y'.
           05  USG-MST-OPEN-SW     PIC X(01) VALUE 'N'.
               88  USG-MST-OPENED           VALUE 'Y'.
           05  USG-MST-EOF-SW      PIC X(01) VALUE 'N'.
               88  USG-MST-EOF              VALUE 'Y'.
           05  USG-CAT-OPEN-SW     PIC X(01) VALUE 'N'.
               88  USG-CAT-OPENED           VALUE 'Y'.
           05  USG-CAT-EOF-SW      PIC X(01) VALUE 'N'.
               88  USG-CAT-EOF              VALUE 'Y'.
           05  USG-SNP-EOF-SW      PIC X(01) VALUE 'N'.
               88  USG-SNP-EOF              VALUE 'Y'.
           05  USG-CPY-EOF-SW      PIC X(01) VALUE 'N'.
               88  USG-CPY-EOF              VALUE 'Y'.
           05  USG-APPLIED-SW      PIC X(01) VALUE 'N'.
               88  USG-ALREADY-APPLIED      VALUE 'Y'.
           05  USG-DATE-OK-SW      PIC X(01) VALUE 'N'.
               88  USG-DATE-OK              VALUE 'Y'.

       01  USG-WORK-FIELDS.
           05  USG-RUN-DATE        PIC 9(08).
           05  USG-TODAY-INT       PIC 9(07) COMP VALUE ZERO.
           05  USG-IDLE-PARM       PIC X(03) VALUE SPACES.
           05  USG-IDLE-LEN        PIC 9(02) COMP VALUE ZERO.
           05  USG-IDLE-LIMIT      PIC 9(03) VALUE 90.
           05  USG-FEED-DATE       PIC 9(08) VALUE ZERO.
           05  USG-MST-APPLIED     PIC 9(08) VALUE ZERO.
           05  USG-IDLE-DAYS       PIC S9(07) COMP VALUE ZERO.
           05  USG-DATE-INT        PIC 9(07) COMP VALUE ZERO.
           05  USG-REF-DATE        PIC 9(08) VALUE ZERO.
           05  USG-DATE-WORK       PIC 9(08) VALUE ZERO.
           05  USG-DATE-WORK-R REDEFINES USG-DATE-WORK.
               10  USG-DATE-YYYY   PIC 9(04).
               10  USG-DATE-MM     PIC 9(02).
               10  USG-DATE-DD     PIC 9(02).
           05  USG-DATE-EDIT       PIC 9999/99/99.
           05  USG-USES-WORK       PIC 9(09) VALUE ZERO.

       01  CMT-DETAIL-LINE.
           05  CMT-STATE           PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CMT-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  USG-AGGREGATE.
           05  USG-AGG-KEY         PIC X(10) VALUE SPACES.
           05  USG-AGG-FIRST       PIC 9(08) VALUE ZERO.
           05  USG-AGG-LAST        PIC 9(08) VALUE ZERO.
           05  USG-AGG-USES        PIC 9(09) VALUE ZERO.

       01  USG-COUNTERS.
           05  USG-FEED-READ       PIC 9(07) COMP VALUE ZERO.
           05  USG-FEED-BAD        PIC 9(07) COMP VALUE ZERO.
           05  USG-FEED-KEYS       PIC 9(07) COMP VALUE ZERO.
           05  USG-FEED-USES       PIC 9(09) COMP VALUE ZERO.
           05  USG-MST-CARRIED     PIC 9(07) COMP VALUE ZERO.
           05  USG-MST-UPDATED     PIC 9(07) COMP VALUE ZERO.
           05  USG-MST-ADDED       PIC 9(07) COMP VALUE ZERO.
           05  USG-ACT-CHECKED     PIC 9(07) COMP VALUE ZERO.
           05  USG-IDLE-LISTED     PIC 9(07) COMP VALUE ZERO.
           05  USG-NEVER-USED      PIC 9(07) COMP VALUE ZERO.
           05  USG-UNP-RETIRED     PIC 9(07) COMP VALUE ZERO.
           05  USG-UNP-EXPIRED     PIC 9(07) COMP VALUE ZERO.
           05  USG-UNP-MISSING     PIC 9(07) COMP VALUE ZERO.
           05  USG-UNP-USES        PIC 9(09) COMP VALUE ZERO.
           05  USG-UNP-OVERFLOW    PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------
      * USAGE FEED LINE - KEY, DATE OF USE, USES ON THAT DATE.
      * A *HDR LINE CARRIES THE FEED DATE IN THE SAME POSITION AS
      * THE TUTFILE *HDR; ANY OTHER LINE STARTING * IS SKIPPED.
      *----------------------------------------------------------
       01  USF-INPUT-LINE.
           05  USF-KEY             PIC X(10).
           05  FILLER              PIC X(01).
           05  USF-USE-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  USF-USES            PIC X(07).
           05  FILLER              PIC X(13).
       01  USF-CONTROL-R REDEFINES USF-INPUT-LINE.
           05  USF-REC-ID          PIC X(04).
           05  FILLER              PIC X(02).
           05  USF-HDR-DATE        PIC X(08).
           05  FILLER              PIC X(26).

       01  USF-SORTED-LINE.
           05  USS-KEY             PIC X(10).
           05  FILLER              PIC X(01).
           05  USS-USE-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  USS-USES            PIC 9(07).
           05  FILLER              PIC X(13).

      *----------------------------------------------------------
      * USAGE MASTER LINE - ONE PER KEY EVER USED, KEY ORDER,
      * BEHIND A *HDR LINE CARRYING THE LAST FEED DATE APPLIED
      *----------------------------------------------------------
       01  UMS-DETAIL-LINE.
           05  UMS-KEY             PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  UMS-FIRST-USED      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  UMS-LAST-USED       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  UMS-TOTAL-USES      PIC 9(09).
           05  FILLER              PIC X(02) VALUE SPACES.
       01  UMS-HEADER-R REDEFINES UMS-DETAIL-LINE.
           05  UMS-REC-ID          PIC X(04).
           05  FILLER              PIC X(02).
           05  UMS-HDR-FEED-DATE   PIC 9(08).
           05  FILLER              PIC X(26).

       01  UMN-DETAIL-LINE.
           05  UMN-KEY             PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  UMN-FIRST-USED      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  UMN-LAST-USED       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  UMN-TOTAL-USES      PIC 9(09).
           05  FILLER              PIC X(02) VALUE SPACES.

       01  UMS-HEADER-LINE.
           05  FILLER              PIC X(06) VALUE "*HDR  ".
           05  UMH-FEED-DATE       PIC 9(08).
           05  FILLER              PIC X(26) VALUE SPACES.

      *----------------------------------------------------------
      * SNAPSHOT ARCHIVE LINE - SAME LAYOUT TUTSNP READS
      *----------------------------------------------------------
       01  SNP-INPUT-LINE.
           05  SNP-IN-DATE         PIC 9(08).
           05  FILLER              PIC X(02).
           05  SNP-IN-DATA.
               10  SNP-D-TYPE      PIC X(01).
               10  FILLER          PIC X(01).
               10  SNP-D-KEY       PIC X(10).
               10  FILLER          PIC X(01).
               10  SNP-D-TITLE     PIC X(30).
               10  FILLER          PIC X(01).
               10  SNP-D-CATEGORY  PIC X(04).
               10  FILLER          PIC X(01).
               10  SNP-D-DEPT      PIC X(04).
               10  FILLER          PIC X(01).
               10  SNP-D-EFF-DATE  PIC X(08).
               10  FILLER          PIC X(01).
               10  SNP-D-EXP-DATE  PIC X(08).
               10  FILLER          PIC X(01).
               10  SNP-D-STATUS    PIC X(01).
               10  FILLER          PIC X(01).
               10  SNP-D-SOURCE    PIC X(03).
               10  FILLER          PIC X(03).

      *----------------------------------------------------------
      * USAGE AGAINST UNPUBLISHED KEYS - BUILT IN KEY ORDER BY
      * THE MERGE, SO THE SNAPSHOT PASS CAN SEARCH ALL IT
      *----------------------------------------------------------
       01  USX-TABLE-MAX           PIC 9(05) COMP VALUE 500.
       01  USX-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  USX-TABLE.
           05  USX-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON USX-COUNT
                   ASCENDING KEY IS USX-KEY
                   INDEXED BY USX-IDX.
               10  USX-KEY         PIC X(10).
               10  USX-REASON      PIC X(01).
                   88  USX-RETIRED          VALUE 'R'.
                   88  USX-EXPIRED          VALUE 'E'.
                   88  USX-MISSING          VALUE 'M'.
               10  USX-DEPT        PIC X(04).
               10  USX-USES        PIC 9(09) COMP.
               10  USX-LAST-USE    PIC 9(08).
               10  USX-SNP-DATE    PIC 9(08).
               10  USX-SNP-EXP     PIC X(08).
               10  USX-SNP-STATUS  PIC X(01).

       01  IDL-HEADER-1.
           05  FILLER              PIC X(11) VALUE "RUN DATE : ".
           05  IDL-H1-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(59) VALUE SPACES.

       01  IDL-HEADER-2.
           05  FILLER              PIC X(40)
                   VALUE "TUTORIALS CATALOG UNUSED ENTRIES REPORT ".
           05  FILLER              PIC X(15) VALUE "(NO USE IN LAST".
           05  IDL-H2-DAYS         PIC ZZZ9.
           05  FILLER              PIC X(06) VALUE " DAYS)".
           05  FILLER              PIC X(15) VALUE SPACES.

       01  IDL-HEADER-3.
           05  FILLER              PIC X(80) VALUE ALL "-".

       01  IDL-COLUMN-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "ENTRY KEY".
           05  FILLER              PIC X(06) VALUE "DEPT".
           05  FILLER              PIC X(26) VALUE "TITLE".
           05  FILLER              PIC X(12) VALUE "LAST USED".
           05  FILLER              PIC X(07) VALUE " IDLE".
           05  FILLER              PIC X(16) VALUE "     TOTAL USES".

       01  IDL-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  IDL-DET-KEY         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IDL-DET-DEPT        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IDL-DET-TITLE       PIC X(24).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IDL-DET-LAST        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IDL-DET-IDLE        PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IDL-DET-USES        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(05) VALUE SPACES.

       01  IDL-NOTE-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  IDL-NOTE-TEXT       PIC X(79).

       01  IDL-TOTAL-LINE.
           05  FILLER              PIC X(17)
                   VALUE "ACTIVE CHECKED : ".
           05  IDL-TL-CHECKED      PIC ZZZZZZ9.
           05  FILLER              PIC X(11) VALUE "  UNUSED : ".
           05  IDL-TL-IDLE         PIC ZZZZZZ9.
           05  FILLER              PIC X(15) VALUE "  NEVER USED : ".
           05  IDL-TL-NEVER        PIC ZZZZZZ9.
           05  FILLER              PIC X(16) VALUE SPACES.

       01  UNP-HEADER-1.
           05  FILLER              PIC X(11) VALUE "RUN DATE : ".
           05  UNP-H1-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(15) VALUE "   FEED DATE : ".
           05  UNP-H1-FEED         PIC 9999/99/99.
           05  FILLER              PIC X(34) VALUE SPACES.

       01  UNP-HEADER-2.
           05  FILLER              PIC X(80)
                   VALUE "TUTORIALS USAGE AGAINST UNPUBLISHED ENTRIES".

       01  UNP-HEADER-3.
           05  FILLER              PIC X(80) VALUE ALL "-".

       01  UNP-COLUMN-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "ENTRY KEY".
           05  FILLER              PIC X(06) VALUE "DEPT".
           05  FILLER              PIC X(24) VALUE "FINDING".
           05  FILLER              PIC X(09) VALUE "    USES".
           05  FILLER              PIC X(12) VALUE "LAST USE".
           05  FILLER              PIC X(16) VALUE "LAST PUBLISHED".

       01  UNP-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  UNP-DET-KEY         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  UNP-DET-DEPT        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  UNP-DET-FINDING     PIC X(22).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  UNP-DET-USES        PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  UNP-DET-LAST-USE    PIC 9999/99/99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  UNP-DET-LAST-PUB    PIC X(10).
           05  FILLER              PIC X(06) VALUE SPACES.

       01  UNP-NOTE-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  UNP-NOTE-TEXT       PIC X(79).

       01  UNP-TOTAL-LINE.
           05  FILLER              PIC X(10) VALUE "RETIRED : ".
           05  UNP-TL-RETIRED      PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  EXPIRED : ".
           05  UNP-TL-EXPIRED      PIC ZZZZ9.
           05  FILLER              PIC X(19)
                   VALUE "  NOT ON CATALOG : ".
           05  UNP-TL-MISSING      PIC ZZZZ9.
           05  FILLER              PIC X(09) VALUE "  USES : ".
           05  UNP-TL-USES         PIC ZZZZZZZZ9.
           05  FILLER              PIC X(06) VALUE SPACES.

       01  UNP-FEED-LINE.
           05  FILLER              PIC X(14) VALUE "FEED LINES : ".
           05  UNP-FL-READ         PIC ZZZZZZ9.
           05  FILLER              PIC X(13) VALUE "  REJECTED : ".
           05  UNP-FL-BAD          PIC ZZZZZZ9.
           05  FILLER              PIC X(09) VALUE "  KEYS : ".
           05  UNP-FL-KEYS         PIC ZZZZZZ9.
           05  FILLER              PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------
      * 0000-MAINLINE - PROGRAM CONTROL
      *----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT USG-ABORTED
               PERFORM 1100-SORT-FEED THRU 1100-EXIT
               PERFORM 1200-CHECK-MASTER THRU 1200-EXIT
               IF USG-FEED-ON-HAND
                   PERFORM 2000-MERGE-USAGE THRU 2000-EXIT
                   IF NOT USG-ALREADY-APPLIED
                       PERFORM 2500-COMMIT-MASTER THRU 2500-EXIT
                   END-IF
               END-IF
               PERFORM 3000-LIST-UNUSED THRU 3000-EXIT
               PERFORM 4000-LIST-UNPUBLISHED-USE THRU 4000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF.
           STOP RUN.

      *----------------------------------------------------------
      * 1000-INITIALIZE - PUT BACK A TORN USAGE MASTER, PICK UP
      * THE IDLE LIMIT (FIRST STARTUP PARAMETER, DAYS), OPEN THE
      * REPORTS AND THE KEYED CATALOG
      *----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT USG-RUN-DATE FROM DATE YYYYMMDD.
           MOVE USG-RUN-DATE TO USG-FEED-DATE.
           PERFORM 1300-CHECK-COMMIT THRU 1300-EXIT.
           IF USG-ABORTED
               GO TO 1000-EXIT.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT USG-IDLE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO USG-IDLE-PARM
           END-ACCEPT.
           MOVE ZERO TO USG-IDLE-LEN.
           INSPECT USG-IDLE-PARM TALLYING USG-IDLE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF USG-IDLE-LEN > 0
               IF USG-IDLE-PARM (1:USG-IDLE-LEN) IS NUMERIC
                   MOVE USG-IDLE-PARM (1:USG-IDLE-LEN)
                       TO USG-IDLE-LIMIT
               ELSE
                   DISPLAY "IDLE-DAYS PARAMETER " USG-IDLE-PARM
                       " NOT NUMERIC - REJECTED, USING "
                       USG-IDLE-LIMIT
               END-IF
           END-IF.
           COMPUTE USG-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (USG-RUN-DATE).
           OPEN OUTPUT IDLFILE.
           MOVE USG-RUN-DATE TO IDL-H1-DATE.
           MOVE USG-IDLE-LIMIT TO IDL-H2-DAYS.
           WRITE IDL-RECORD FROM IDL-HEADER-1.
           WRITE IDL-RECORD FROM IDL-HEADER-2.
           WRITE IDL-RECORD FROM IDL-HEADER-3.
           OPEN OUTPUT UNPFILE.
           OPEN INPUT CATFILE.
           IF USG-CAT-STATUS = "00"
               SET USG-CAT-OPENED TO TRUE
           ELSE
               DISPLAY "KEYED CATALOG UNAVAILABLE (STATUS "
                   USG-CAT-STATUS ") - USAGE CANNOT BE MATCHED "
                   "TO THE CATALOG THIS RUN"
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1300-CHECK-COMMIT - IF THE COMMIT MARKER FROM THE LAST
      * RUN IS STILL OPEN, THE COPY OVER USGMST WAS CUT SHORT.
      * USGNEW WAS COMPLETE BEFORE THAT COPY STARTED, SO IT IS
      * COPIED OVER USGMST AGAIN BEFORE THE MASTER *HDR IS READ.
      * NO MARKER AT ALL MEANS A FIRST RUN.
      *----------------------------------------------------------
       1300-CHECK-COMMIT.
           OPEN INPUT CMTFILE.
           IF USG-CMT-STATUS NOT = "00"
               GO TO 1300-EXIT.
           MOVE SPACES TO CMT-STATE.
           READ CMTFILE INTO CMT-DETAIL-LINE
               AT END
                   MOVE SPACES TO CMT-STATE
           END-READ.
           CLOSE CMTFILE.
           IF CMT-STATE = "COMPLETE  "
               GO TO 1300-EXIT.
           DISPLAY "PRIOR USAGE MASTER COMMIT DID NOT COMPLETE - "
               "RECOVERING USGMST FROM USGNEW".
           PERFORM 1310-RECOVER-FROM-NEW THRU 1310-EXIT.
       1300-EXIT.
           EXIT.

       1310-RECOVER-FROM-NEW.
           OPEN INPUT NEWFILE.
           IF USG-NEW-STATUS NOT = "00"
               SET USG-ABORTED TO TRUE
               DISPLAY "NO NEW USAGE MASTER ON HAND - CANNOT "
                   "RECOVER USGMST, ABENDING"
               MOVE 16 TO RETURN-CODE
               GO TO 1310-EXIT.
           OPEN OUTPUT MSTFILE.
           IF USG-MST-STATUS NOT = "00"
               SET USG-ABORTED TO TRUE
               CLOSE NEWFILE
               DISPLAY "USAGE MASTER CANNOT BE OPENED (STATUS "
                   USG-MST-STATUS ") - CANNOT RECOVER, ABENDING"
               MOVE 16 TO RETURN-CODE
               GO TO 1310-EXIT.
           MOVE 'N' TO USG-CPY-EOF-SW.
           PERFORM 2520-COPY-NEW-TO-MASTER THRU 2520-EXIT
               UNTIL USG-CPY-EOF.
           CLOSE NEWFILE.
           CLOSE MSTFILE.
           MOVE "COMPLETE  " TO CMT-STATE.
           PERFORM 2550-WRITE-COMMIT-MARKER THRU 2550-EXIT.
           DISPLAY "USAGE MASTER RECOVERED FROM USGNEW - PROCEEDING".
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1100-SORT-FEED - SORT THE USAGE FEED INTO KEY ORDER. THE
      * INPUT PROCEDURE PICKS THE FEED DATE OFF THE *HDR AND
      * RELEASES ONLY LINES WITH A KEY, A NUMERIC DATE AND A
      * NUMERIC COUNT. NO FEED ON HAND IS NOT AN ERROR - THE
      * MASTER IS CARRIED AS IT IS AND THE UNUSED REPORT STILL
      * RUNS OFF IT.
      *----------------------------------------------------------
       1100-SORT-FEED.
           OPEN INPUT FEDFILE.
           IF USG-FED-STATUS NOT = "00"
               DISPLAY "NO USAGE FEED ON HAND - USAGE MASTER "
                   "CARRIED UNCHANGED"
               GO TO 1100-EXIT.
           CLOSE FEDFILE.
           SET USG-FEED-ON-HAND TO TRUE.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-KEY
               INPUT PROCEDURE IS 1150-RELEASE-FEED
                   THRU 1150-EXIT
               GIVING USGSRT.
       1100-EXIT.
           EXIT.

       1150-RELEASE-FEED.
           OPEN INPUT FEDFILE.
           PERFORM 1160-RELEASE-ONE-LINE THRU 1160-EXIT
               UNTIL USG-FED-EOF.
           CLOSE FEDFILE.
       1150-EXIT.
           EXIT.

       1160-RELEASE-ONE-LINE.
           READ FEDFILE INTO USF-INPUT-LINE
               AT END
                   SET USG-FED-EOF TO TRUE
                   GO TO 1160-EXIT
           END-READ.
           IF USF-REC-ID = "*HDR"
               IF USF-HDR-DATE IS NUMERIC
                   MOVE USF-HDR-DATE TO USG-FEED-DATE
               END-IF
               GO TO 1160-EXIT.
           IF USF-INPUT-LINE (1:1) = "*"
               GO TO 1160-EXIT.
           ADD 1 TO USG-FEED-READ.
           IF USF-KEY = SPACES
               OR USF-USE-DATE IS NOT NUMERIC
               OR USF-USES IS NOT NUMERIC
               ADD 1 TO USG-FEED-BAD
               DISPLAY "USAGE FEED LINE REJECTED : " USF-INPUT-LINE
               GO TO 1160-EXIT.
           RELEASE SORT-REC FROM USF-INPUT-LINE.
       1160-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1200-CHECK-MASTER - READ THE FEED DATE LAST APPLIED OFF
      * THE USAGE MASTER *HDR. A FEED NO LATER THAN THAT DATE HAS
      * ALREADY BEEN COUNTED, SO A RERUN REPORTS BUT DOES NOT ADD
      * THE SAME USES IN AGAIN.
      *----------------------------------------------------------
       1200-CHECK-MASTER.
           OPEN INPUT MSTFILE.
           IF USG-MST-STATUS NOT = "00"
               DISPLAY "NO USAGE MASTER ON HAND - STARTING A NEW ONE"
               GO TO 1200-EXIT.
           MOVE SPACES TO UMS-DETAIL-LINE.
           READ MSTFILE INTO UMS-DETAIL-LINE
               AT END
                   MOVE SPACES TO UMS-DETAIL-LINE
           END-READ.
           CLOSE MSTFILE.
           IF UMS-REC-ID = "*HDR" AND UMS-HDR-FEED-DATE IS NUMERIC
               MOVE UMS-HDR-FEED-DATE TO USG-MST-APPLIED
           END-IF.
           IF USG-FEED-ON-HAND AND USG-FEED-DATE <= USG-MST-APPLIED
               SET USG-ALREADY-APPLIED TO TRUE
               DISPLAY "USAGE FEED FOR " USG-FEED-DATE " ALREADY ON "
                   "THE USAGE MASTER - COUNTS NOT ADDED AGAIN"
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2000-MERGE-USAGE - MATCH THE ROLLED-UP FEED AGAINST THE
      * USAGE MASTER, BOTH IN KEY ORDER, WRITING THE NEW MASTER
      * TO USGNEW. EVERY KEY USED TODAY IS ALSO CHECKED AGAINST
      * THE KEYED CATALOG FOR THE UNPUBLISHED-USAGE REPORT.
      *----------------------------------------------------------
       2000-MERGE-USAGE.
           OPEN INPUT USGSRT.
           PERFORM 2110-READ-SORTED THRU 2110-EXIT.
           PERFORM 2100-NEXT-AGGREGATE THRU 2100-EXIT.
           OPEN INPUT MSTFILE.
           IF USG-MST-STATUS = "00"
               SET USG-MST-OPENED TO TRUE
               PERFORM 2150-READ-MASTER THRU 2150-EXIT
           ELSE
               SET USG-MST-EOF TO TRUE
               MOVE HIGH-VALUES TO UMS-KEY
           END-IF.
           OPEN OUTPUT NEWFILE.
           MOVE USG-FEED-DATE TO UMH-FEED-DATE.
           WRITE NEW-RECORD FROM UMS-HEADER-LINE.
           PERFORM 2200-MERGE-STEP THRU 2200-EXIT
               UNTIL USG-AGG-KEY = HIGH-VALUES
                 AND UMS-KEY = HIGH-VALUES.
           CLOSE NEWFILE.
           IF USG-MST-OPENED
               CLOSE MSTFILE
           END-IF.
           CLOSE USGSRT.
           DISPLAY "USAGE MERGE - KEYS USED: " USG-FEED-KEYS
               " UPDATED: " USG-MST-UPDATED
               " NEW: " USG-MST-ADDED
               " CARRIED: " USG-MST-CARRIED.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2100-NEXT-AGGREGATE - ROLL UP EVERY SORTED FEED LINE FOR
      * THE NEXT KEY - TOTAL USES, EARLIEST AND LATEST DATE OF
      * USE. HIGH-VALUES IN USG-AGG-KEY MARKS THE END OF FEED.
      *----------------------------------------------------------
       2100-NEXT-AGGREGATE.
           IF USG-SRT-EOF
               MOVE HIGH-VALUES TO USG-AGG-KEY
               GO TO 2100-EXIT.
           MOVE USS-KEY TO USG-AGG-KEY.
           MOVE USS-USE-DATE TO USG-AGG-FIRST.
           MOVE USS-USE-DATE TO USG-AGG-LAST.
           MOVE ZERO TO USG-AGG-USES.
           PERFORM 2120-ADD-ONE-LINE THRU 2120-EXIT
               UNTIL USG-SRT-EOF OR USS-KEY NOT = USG-AGG-KEY.
           ADD 1 TO USG-FEED-KEYS.
           ADD USG-AGG-USES TO USG-FEED-USES.
       2100-EXIT.
           EXIT.

       2110-READ-SORTED.
           READ USGSRT INTO USF-SORTED-LINE
               AT END
                   SET USG-SRT-EOF TO TRUE
           END-READ.
       2110-EXIT.
           EXIT.

       2120-ADD-ONE-LINE.
           ADD USS-USES TO USG-AGG-USES.
           IF USS-USE-DATE < USG-AGG-FIRST
               MOVE USS-USE-DATE TO USG-AGG-FIRST
           END-IF.
           IF USS-USE-DATE > USG-AGG-LAST
               MOVE USS-USE-DATE TO USG-AGG-LAST
           END-IF.
           PERFORM 2110-READ-SORTED THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

       2150-READ-MASTER.
           READ MSTFILE INTO UMS-DETAIL-LINE
               AT END
                   SET USG-MST-EOF TO TRUE
                   MOVE HIGH-VALUES TO UMS-KEY
                   GO TO 2150-EXIT
           END-READ.
           IF UMS-REC-ID = "*HDR"
               GO TO 2150-READ-MASTER.
       2150-EXIT.
           EXIT.

       2200-MERGE-STEP.
           IF UMS-KEY < USG-AGG-KEY
               WRITE NEW-RECORD FROM UMS-DETAIL-LINE
               ADD 1 TO USG-MST-CARRIED
               PERFORM 2150-READ-MASTER THRU 2150-EXIT
               GO TO 2200-EXIT.
           IF UMS-KEY = USG-AGG-KEY
               ADD USG-AGG-USES TO UMS-TOTAL-USES
               IF USG-AGG-LAST > UMS-LAST-USED
                   MOVE USG-AGG-LAST TO UMS-LAST-USED
               END-IF
               IF UMS-FIRST-USED = ZERO
                   OR USG-AGG-FIRST < UMS-FIRST-USED
                   MOVE USG-AGG-FIRST TO UMS-FIRST-USED
               END-IF
               WRITE NEW-RECORD FROM UMS-DETAIL-LINE
               ADD 1 TO USG-MST-UPDATED
               PERFORM 2300-CHECK-PUBLICATION THRU 2300-EXIT
               PERFORM 2150-READ-MASTER THRU 2150-EXIT
               PERFORM 2100-NEXT-AGGREGATE THRU 2100-EXIT
               GO TO 2200-EXIT.
           MOVE USG-AGG-KEY TO UMN-KEY.
           MOVE USG-AGG-FIRST TO UMN-FIRST-USED.
           MOVE USG-AGG-LAST TO UMN-LAST-USED.
           MOVE USG-AGG-USES TO UMN-TOTAL-USES.
           WRITE NEW-RECORD FROM UMN-DETAIL-LINE.
           ADD 1 TO USG-MST-ADDED.
           PERFORM 2300-CHECK-PUBLICATION THRU 2300-EXIT.
           PERFORM 2100-NEXT-AGGREGATE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2300-CHECK-PUBLICATION - LOOK UP A KEY USED TODAY ON THE
      * KEYED CATALOG. A RETIRED ENTRY, AN ENTRY WHOSE EXPIRY IS
      * BEFORE ITS LAST USE, OR A KEY NOT ON THE CATALOG AT ALL
      * IS TABLED FOR THE UNPUBLISHED-USAGE REPORT.
      *----------------------------------------------------------
       2300-CHECK-PUBLICATION.
           IF NOT USG-CAT-OPENED
               GO TO 2300-EXIT.
           MOVE USG-AGG-KEY TO CAT-KEY.
           READ CATFILE
               INVALID KEY
                   MOVE SPACES TO CAT-RECORD
                   MOVE USG-AGG-KEY TO CAT-KEY
                   MOVE 'M' TO CAT-STATUS
           END-READ.
           IF CAT-STATUS = 'A'
               IF CAT-EXP-DATE IS NOT NUMERIC
                   GO TO 2300-EXIT
               END-IF
               IF CAT-EXP-DATE = ZERO
                   OR CAT-EXP-DATE NOT < USG-AGG-LAST
                   GO TO 2300-EXIT
               END-IF
               MOVE 'E' TO CAT-STATUS
           END-IF.
           IF USX-COUNT >= USX-TABLE-MAX
               ADD 1 TO USG-UNP-OVERFLOW
               DISPLAY "UNPUBLISHED-USAGE TABLE FULL - " USG-AGG-KEY
                   " NOT REPORTED"
               GO TO 2300-EXIT.
           ADD 1 TO USX-COUNT.
           SET USX-IDX TO USX-COUNT.
           MOVE USG-AGG-KEY TO USX-KEY (USX-IDX).
           MOVE CAT-STATUS TO USX-REASON (USX-IDX).
           MOVE CAT-DEPT TO USX-DEPT (USX-IDX).
           MOVE USG-AGG-USES TO USX-USES (USX-IDX).
           MOVE USG-AGG-LAST TO USX-LAST-USE (USX-IDX).
           MOVE ZERO TO USX-SNP-DATE (USX-IDX).
           MOVE SPACES TO USX-SNP-EXP (USX-IDX).
           MOVE SPACES TO USX-SNP-STATUS (USX-IDX).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2500-COMMIT-MASTER - KEEP THE OLD USAGE MASTER AS USGGEN1,
      * THEN COPY THE NEW ONE OVER USGMST INSIDE THE COMMIT
      * MARKER. A NEW MASTER THAT CANNOT BE READ LEAVES USGMST AS
      * IT WAS; A USGMST THAT CANNOT BE OPENED LEAVES THE MARKER
      * OPEN SO THE NEXT RUN COMPLETES THE COPY. EITHER IS A
      * RETURN CODE 16.
      *----------------------------------------------------------
       2500-COMMIT-MASTER.
           OPEN INPUT NEWFILE.
           IF USG-NEW-STATUS NOT = "00"
               DISPLAY "NEW USAGE MASTER CANNOT BE READ (STATUS "
                   USG-NEW-STATUS ") - USGMST LEFT UNTOUCHED"
               MOVE 16 TO RETURN-CODE
               GO TO 2500-EXIT.
           OPEN INPUT MSTFILE.
           IF USG-MST-STATUS = "00"
               OPEN OUTPUT GENFILE
               MOVE 'N' TO USG-CPY-EOF-SW
               PERFORM 2510-COPY-MASTER-TO-GEN THRU 2510-EXIT
                   UNTIL USG-CPY-EOF
               CLOSE GENFILE
               CLOSE MSTFILE
           END-IF.
           MOVE "INPROGRESS" TO CMT-STATE.
           PERFORM 2550-WRITE-COMMIT-MARKER THRU 2550-EXIT.
           OPEN OUTPUT MSTFILE.
           IF USG-MST-STATUS NOT = "00"
               CLOSE NEWFILE
               DISPLAY "USAGE MASTER CANNOT BE OPENED (STATUS "
                   USG-MST-STATUS ") - COPY LEFT FOR THE NEXT RUN"
               MOVE 16 TO RETURN-CODE
               GO TO 2500-EXIT.
           MOVE 'N' TO USG-CPY-EOF-SW.
           PERFORM 2520-COPY-NEW-TO-MASTER THRU 2520-EXIT
               UNTIL USG-CPY-EOF.
           CLOSE NEWFILE.
           CLOSE MSTFILE.
           MOVE "COMPLETE  " TO CMT-STATE.
           PERFORM 2550-WRITE-COMMIT-MARKER THRU 2550-EXIT.
       2500-EXIT.
           EXIT.

       2510-COPY-MASTER-TO-GEN.
           READ MSTFILE
               AT END
                   SET USG-CPY-EOF TO TRUE
               NOT AT END
                   MOVE MST-RECORD TO GEN-RECORD
                   WRITE GEN-RECORD
           END-READ.
       2510-EXIT.
           EXIT.

       2520-COPY-NEW-TO-MASTER.
           READ NEWFILE
               AT END
                   SET USG-CPY-EOF TO TRUE
               NOT AT END
                   MOVE NEW-RECORD TO MST-RECORD
                   WRITE MST-RECORD
           END-READ.
       2520-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2550-WRITE-COMMIT-MARKER - REWRITE THE SINGLE-RECORD
      * COMMIT MARKER WITH THE STATE ALREADY SET IN CMT-STATE
      *----------------------------------------------------------
       2550-WRITE-COMMIT-MARKER.
           MOVE USG-RUN-DATE TO CMT-RUN-DATE.
           OPEN OUTPUT CMTFILE.
           WRITE CMT-RECORD FROM CMT-DETAIL-LINE.
           CLOSE CMTFILE.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 3000-LIST-UNUSED - KEYED-SEQUENTIAL PASS OVER THE CATALOG
      * MATCHED AGAINST THE USAGE MASTER (BOTH IN KEY ORDER). AN
      * ACTIVE ENTRY WHOSE LAST USE IS AT LEAST THE IDLE LIMIT
      * AGO IS LISTED - ONE NEVER USED AT ALL IS AGED FROM ITS
      * EFFECTIVE DATE, SO A NEW ENTRY GETS THE SAME GRACE.
      *----------------------------------------------------------
       3000-LIST-UNUSED.
           WRITE IDL-RECORD FROM IDL-COLUMN-LINE.
           WRITE IDL-RECORD FROM IDL-HEADER-3.
           IF NOT USG-CAT-OPENED
               MOVE "KEYED CATALOG UNAVAILABLE - NO ENTRIES CHECKED"
                   TO IDL-NOTE-TEXT
               WRITE IDL-RECORD FROM IDL-NOTE-LINE
               GO TO 3000-EXIT.
           MOVE 'N' TO USG-MST-OPEN-SW.
           MOVE 'N' TO USG-MST-EOF-SW.
           OPEN INPUT MSTFILE.
           IF USG-MST-STATUS = "00"
               SET USG-MST-OPENED TO TRUE
               PERFORM 2150-READ-MASTER THRU 2150-EXIT
           ELSE
               SET USG-MST-EOF TO TRUE
               MOVE HIGH-VALUES TO UMS-KEY
           END-IF.
           MOVE LOW-VALUES TO CAT-KEY.
           START CATFILE KEY IS >= CAT-KEY
               INVALID KEY
                   SET USG-CAT-EOF TO TRUE
           END-START.
           PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
               UNTIL USG-CAT-EOF.
           IF USG-MST-OPENED
               CLOSE MSTFILE
           END-IF.
           IF USG-IDLE-LISTED = 0
               MOVE "NO UNUSED ACTIVE ENTRIES" TO IDL-NOTE-TEXT
               WRITE IDL-RECORD FROM IDL-NOTE-LINE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-ENTRY.
           READ CATFILE NEXT RECORD
               AT END
                   SET USG-CAT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 2150-READ-MASTER THRU 2150-EXIT
               UNTIL UMS-KEY NOT < CAT-KEY.
           IF CAT-STATUS NOT = 'A'
               GO TO 3100-EXIT.
           ADD 1 TO USG-ACT-CHECKED.
           MOVE ZERO TO USG-USES-WORK.
           IF UMS-KEY = CAT-KEY AND UMS-LAST-USED > ZERO
               MOVE UMS-LAST-USED TO USG-REF-DATE
               MOVE UMS-TOTAL-USES TO USG-USES-WORK
           ELSE
               MOVE ZERO TO USG-REF-DATE
               IF CAT-EFF-DATE IS NUMERIC
                   MOVE CAT-EFF-DATE TO USG-REF-DATE
               END-IF
           END-IF.
           MOVE USG-REF-DATE TO USG-DATE-WORK.
           PERFORM 3900-DATE-TO-INTEGER THRU 3900-EXIT.
           IF NOT USG-DATE-OK
               GO TO 3100-EXIT.
           COMPUTE USG-IDLE-DAYS = USG-TODAY-INT - USG-DATE-INT.
           IF USG-IDLE-DAYS < USG-IDLE-LIMIT
               GO TO 3100-EXIT.
           ADD 1 TO USG-IDLE-LISTED.
           MOVE CAT-KEY TO IDL-DET-KEY.
           MOVE CAT-DEPT TO IDL-DET-DEPT.
           MOVE CAT-TITLE TO IDL-DET-TITLE.
           IF USG-USES-WORK = ZERO
               ADD 1 TO USG-NEVER-USED
               MOVE "NEVER" TO IDL-DET-LAST
           ELSE
               MOVE USG-REF-DATE TO USG-DATE-EDIT
               MOVE USG-DATE-EDIT TO IDL-DET-LAST
           END-IF.
           MOVE USG-IDLE-DAYS TO IDL-DET-IDLE.
           MOVE USG-USES-WORK TO IDL-DET-USES.
           WRITE IDL-RECORD FROM IDL-DETAIL-LINE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 3900-DATE-TO-INTEGER - RANGE-CHECK USG-DATE-WORK AHEAD OF
      * THE DATE ARITHMETIC SO A NUMERIC BUT IMPOSSIBLE DATE
      * CANNOT TAKE THE RUN DOWN
      *----------------------------------------------------------
       3900-DATE-TO-INTEGER.
           MOVE 'N' TO USG-DATE-OK-SW.
           IF USG-DATE-YYYY < 1601 OR USG-DATE-MM < 1
               OR USG-DATE-MM > 12 OR USG-DATE-DD < 1
               OR USG-DATE-DD > 31
               GO TO 3900-EXIT.
           COMPUTE USG-DATE-INT =
               FUNCTION INTEGER-OF-DATE (USG-DATE-WORK).
           IF USG-DATE-INT > 0
               SET USG-DATE-OK TO TRUE
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 4000-LIST-UNPUBLISHED-USE - ONE PASS OVER THE SNAPSHOT
      * ARCHIVE PICKS UP THE LAST PUBLICATION OF EVERY TABLED
      * KEY, THEN THE TABLE IS PRINTED IN KEY ORDER. A KEY NOT ON
      * TUTCAT IS CLASSIFIED FROM ITS LAST PUBLISHED IMAGE -
      * EXPIRED, DROPPED AFTER RETIREMENT, OTHERWISE REMOVED - OR
      * AS NEVER PUBLISHED WHEN THE ARCHIVE HAS NEVER SEEN IT.
      *----------------------------------------------------------
       4000-LIST-UNPUBLISHED-USE.
           MOVE USG-RUN-DATE TO UNP-H1-DATE.
           MOVE USG-FEED-DATE TO UNP-H1-FEED.
           WRITE UNP-RECORD FROM UNP-HEADER-1.
           WRITE UNP-RECORD FROM UNP-HEADER-2.
           WRITE UNP-RECORD FROM UNP-HEADER-3.
           WRITE UNP-RECORD FROM UNP-COLUMN-LINE.
           WRITE UNP-RECORD FROM UNP-HEADER-3.
           IF NOT USG-FEED-ON-HAND
               MOVE "NO USAGE FEED ON HAND" TO UNP-NOTE-TEXT
               WRITE UNP-RECORD FROM UNP-NOTE-LINE
               GO TO 4000-EXIT.
           IF NOT USG-CAT-OPENED
               MOVE "KEYED CATALOG UNAVAILABLE - USAGE NOT CHECKED"
                   TO UNP-NOTE-TEXT
               WRITE UNP-RECORD FROM UNP-NOTE-LINE
               GO TO 4000-EXIT.
           IF USX-COUNT = 0
               MOVE "ALL USAGE IS AGAINST PUBLISHED ACTIVE ENTRIES"
                   TO UNP-NOTE-TEXT
               WRITE UNP-RECORD FROM UNP-NOTE-LINE
               GO TO 4000-EXIT.
           OPEN INPUT SNPHIST.
           IF USG-SNP-STATUS = "00"
               PERFORM 4100-NOTE-ONE-SNAPSHOT THRU 4100-EXIT
                   UNTIL USG-SNP-EOF
               CLOSE SNPHIST
           ELSE
               DISPLAY "NO SNAPSHOT ARCHIVE ON HAND - LAST "
                   "PUBLICATION DATES NOT AVAILABLE"
           END-IF.
           PERFORM 4200-PRINT-ONE-FINDING THRU 4200-EXIT
               VARYING USX-IDX FROM 1 BY 1
               UNTIL USX-IDX > USX-COUNT.
           IF USG-UNP-OVERFLOW > 0
               MOVE "TABLE FULL - FURTHER KEYS ON THE JOB LOG ONLY"
                   TO UNP-NOTE-TEXT
               WRITE UNP-RECORD FROM UNP-NOTE-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-NOTE-ONE-SNAPSHOT.
           READ SNPHIST INTO SNP-INPUT-LINE
               AT END
                   SET USG-SNP-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF SNP-D-TYPE NOT = 'D' OR SNP-IN-DATE IS NOT NUMERIC
               GO TO 4100-EXIT.
           SEARCH ALL USX-ENTRY
               AT END
                   GO TO 4100-EXIT
               WHEN USX-KEY (USX-IDX) = SNP-D-KEY
                   CONTINUE
           END-SEARCH.
           IF SNP-IN-DATE < USX-SNP-DATE (USX-IDX)
               GO TO 4100-EXIT.
           MOVE SNP-IN-DATE TO USX-SNP-DATE (USX-IDX).
           MOVE SNP-D-EXP-DATE TO USX-SNP-EXP (USX-IDX).
           MOVE SNP-D-STATUS TO USX-SNP-STATUS (USX-IDX).
           IF USX-MISSING (USX-IDX)
               MOVE SNP-D-DEPT TO USX-DEPT (USX-IDX)
           END-IF.
       4100-EXIT.
           EXIT.

       4200-PRINT-ONE-FINDING.
           MOVE USX-KEY (USX-IDX) TO UNP-DET-KEY.
           MOVE USX-DEPT (USX-IDX) TO UNP-DET-DEPT.
           MOVE USX-USES (USX-IDX) TO UNP-DET-USES.
           MOVE USX-LAST-USE (USX-IDX) TO UNP-DET-LAST-USE.
           ADD USX-USES (USX-IDX) TO USG-UNP-USES.
           MOVE SPACES TO UNP-DET-LAST-PUB.
           IF USX-SNP-DATE (USX-IDX) > ZERO
               MOVE USX-SNP-DATE (USX-IDX) TO USG-DATE-EDIT
               MOVE USG-DATE-EDIT TO UNP-DET-LAST-PUB
           END-IF.
           EVALUATE TRUE
               WHEN USX-RETIRED (USX-IDX)
                   ADD 1 TO USG-UNP-RETIRED
                   MOVE "RETIRED ON CATALOG    " TO UNP-DET-FINDING
               WHEN USX-EXPIRED (USX-IDX)
                   ADD 1 TO USG-UNP-EXPIRED
                   MOVE "EXPIRED ON CATALOG    " TO UNP-DET-FINDING
               WHEN USX-SNP-DATE (USX-IDX) = ZERO
                   ADD 1 TO USG-UNP-MISSING
                   MOVE "NEVER PUBLISHED       " TO UNP-DET-FINDING
                   MOVE "NEVER" TO UNP-DET-LAST-PUB
               WHEN USX-SNP-EXP (USX-IDX) IS NUMERIC
                   AND USX-SNP-EXP (USX-IDX) NOT = ZERO
                   AND USX-SNP-EXP (USX-IDX) < USG-RUN-DATE
                   ADD 1 TO USG-UNP-EXPIRED
                   MOVE "EXPIRED - NOT ON CAT  " TO UNP-DET-FINDING
               WHEN USX-SNP-STATUS (USX-IDX) = 'R'
                   ADD 1 TO USG-UNP-RETIRED
                   MOVE "RETIRED - NOT ON CAT  " TO UNP-DET-FINDING
               WHEN OTHER
                   ADD 1 TO USG-UNP-MISSING
                   MOVE "REMOVED - NOT ON CAT  " TO UNP-DET-FINDING
           END-EVALUATE.
           WRITE UNP-RECORD FROM UNP-DETAIL-LINE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 9000-TERMINATE - TOTALS ON BOTH REPORTS AND CLOSE UP
      *----------------------------------------------------------
       9000-TERMINATE.
           WRITE IDL-RECORD FROM IDL-HEADER-3.
           MOVE USG-ACT-CHECKED TO IDL-TL-CHECKED.
           MOVE USG-IDLE-LISTED TO IDL-TL-IDLE.
           MOVE USG-NEVER-USED TO IDL-TL-NEVER.
           WRITE IDL-RECORD FROM IDL-TOTAL-LINE.
           WRITE UNP-RECORD FROM UNP-HEADER-3.
           MOVE USG-UNP-RETIRED TO UNP-TL-RETIRED.
           MOVE USG-UNP-EXPIRED TO UNP-TL-EXPIRED.
           MOVE USG-UNP-MISSING TO UNP-TL-MISSING.
           MOVE USG-UNP-USES TO UNP-TL-USES.
           WRITE UNP-RECORD FROM UNP-TOTAL-LINE.
           MOVE USG-FEED-READ TO UNP-FL-READ.
           MOVE USG-FEED-BAD TO UNP-FL-BAD.
           MOVE USG-FEED-KEYS TO UNP-FL-KEYS.
           WRITE UNP-RECORD FROM UNP-FEED-LINE.
           IF USG-CAT-OPENED
               CLOSE CATFILE
           END-IF.
           CLOSE IDLFILE.
           CLOSE UNPFILE.
           DISPLAY "USAGE - FEED KEYS: " USG-FEED-KEYS
               " UNUSED ENTRIES: " USG-IDLE-LISTED
               " UNPUBLISHED USE: " USX-COUNT.
       9000-EXIT.
           EXIT.

       END PROGRAM TUTUSG.
