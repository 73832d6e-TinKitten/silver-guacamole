       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTPNQ.
       AUTHOR. D-WOJCIK.
       INSTALLATION. TUTORIALS-CATALOG-MAINTENANCE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------
      *  10/15/2026 DW   ORIGINAL PROGRAM - PENDING-QUEUE REPORT.
      *                  LISTS THE FUTURE-DATED TRANSACTIONS
      *                  TUTMNT IS HOLDING ON TRNPND (COPYBOOK
      *                  TUTPND), ONE SECTION PER OWNING
      *                  DEPARTMENT IN APPLY-ON DATE ORDER, SO A
      *                  DEPARTMENT CAN SEE WHAT IS SCHEDULED
      *                  AGAINST ITS ENTRIES AND KEY AN X
      *                  TRANSACTION TO CANCEL ANY OF IT. THE
      *                  FIRST STARTUP PARAMETER LIMITS THE REPORT
      *                  TO ONE DEPARTMENT (DEFAULT ALL).
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PNDFILE ASSIGN TO "TRNPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PNQ-PND-STATUS.

           SELECT SORT-WORK ASSIGN TO "SRTWK01".

           SELECT PNQSRT ASSIGN TO "PNQSRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PNQRPT ASSIGN TO "PNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PNDFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS.
       01  PNDFILE-RECORD PIC X(112).

       SD  SORT-WORK.
       01  SORT-REC.
           05  FILLER              PIC X(01).
           05  SORT-KEY            PIC X(10).
           05  FILLER              PIC X(78).
           05  SORT-APPLY-DATE     PIC X(08).
           05  FILLER              PIC X(11).
           05  SORT-OWN-DEPT       PIC X(04).

       FD  PNQSRT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS.
       01  PNQSRT-RECORD PIC X(112).

       FD  PNQRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PNQ-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY TUTPND.

       01  PNQ-SWITCHES.
           05  PNQ-PND-STATUS      PIC X(02) VALUE SPACES.
           05  PNQ-EOF-SW          PIC X(01) VALUE 'N'.
               88  PNQ-EOF                  VALUE 'Y'.
           05  PNQ-QUEUE-SW        PIC X(01) VALUE 'N'.
               88  PNQ-QUEUE-ON-FILE        VALUE 'Y'.

       01  PNQ-WORK-FIELDS.
           05  PNQ-RUN-DATE        PIC 9(08).
           05  PNQ-DEPT-PARM       PIC X(04) VALUE SPACES.
           05  PNQ-CUR-DEPT        PIC X(04) VALUE HIGH-VALUES.
           05  PNQ-DATE-WORK       PIC 9(08) VALUE ZERO.

       01  PNQ-COUNTERS.
           05  PNQ-DEPT-COUNT      PIC 9(05) COMP VALUE ZERO.
           05  PNQ-TOT-COUNT       PIC 9(05) COMP VALUE ZERO.
           05  PNQ-TOT-DEPTS       PIC 9(05) COMP VALUE ZERO.

       01  PNQ-HEADER-1.
           05  FILLER              PIC X(11) VALUE "RUN DATE : ".
           05  PNQ-H1-DATE         PIC 9999/99/99.
           05  FILLER              PIC X(59) VALUE SPACES.

       01  PNQ-HEADER-2.
           05  FILLER              PIC X(80)
                   VALUE "TUTORIALS CATALOG PENDING TRANSACTION QUEUE".

       01  PNQ-HEADER-3.
           05  FILLER              PIC X(80) VALUE ALL "-".

       01  PNQ-DEPT-LINE.
           05  FILLER              PIC X(13) VALUE "DEPARTMENT : ".
           05  PNQ-DL-DEPT         PIC X(04).
           05  FILLER              PIC X(63) VALUE SPACES.

       01  PNQ-COLUMN-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "APPLY ON".
           05  FILLER              PIC X(03) VALUE "A".
           05  FILLER              PIC X(12) VALUE "ENTRY KEY".
           05  FILLER              PIC X(32) VALUE "TITLE".
           05  FILLER              PIC X(10) VALUE "SUBMITR".
           05  FILLER              PIC X(10) VALUE "QUEUED".

       01  PNQ-DETAIL-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PNQ-DET-APPLY       PIC 9999/99/99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PNQ-DET-ACTION      PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PNQ-DET-KEY         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PNQ-DET-TITLE       PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PNQ-DET-SUB         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PNQ-DET-QUEUED      PIC 9999/99/99.

       01  PNQ-DEPT-TOTAL-LINE.
           05  FILLER              PIC X(23)
                   VALUE " ENTRIES SCHEDULED FOR ".
           05  PNQ-DT-DEPT         PIC X(04).
           05  FILLER              PIC X(03) VALUE " : ".
           05  PNQ-DT-COUNT        PIC ZZZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  PNQ-BLANK-LINE          PIC X(80) VALUE SPACES.

       01  PNQ-NOTE-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PNQ-NOTE-TEXT       PIC X(79).

       01  PNQ-TOTAL-LINE.
           05  FILLER              PIC X(18)
                   VALUE "TOTAL SCHEDULED : ".
           05  PNQ-TL-COUNT        PIC ZZZZ9.
           05  FILLER              PIC X(16)
                   VALUE "  DEPARTMENTS : ".
           05  PNQ-TL-DEPTS        PIC ZZZZ9.
           05  FILLER              PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------
      * 0000-MAINLINE - PROGRAM CONTROL
      *----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF PNQ-QUEUE-ON-FILE
               PERFORM 2000-LIST-QUEUE THRU 2000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * 1000-INITIALIZE - PICK UP THE DEPARTMENT PARAMETER, PRINT
      * THE HEADINGS AND SORT THE QUEUE INTO DEPARTMENT / APPLY-
      * ON DATE / KEY ORDER. NO QUEUE ON FILE JUST MEANS NOTHING
      * HAS EVER BEEN SCHEDULED.
      *----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT PNQ-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT PNQ-DEPT-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO PNQ-DEPT-PARM
           END-ACCEPT.
           OPEN OUTPUT PNQRPT.
           MOVE PNQ-RUN-DATE TO PNQ-H1-DATE.
           WRITE PNQ-RECORD FROM PNQ-HEADER-1.
           WRITE PNQ-RECORD FROM PNQ-HEADER-2.
           WRITE PNQ-RECORD FROM PNQ-HEADER-3.
           OPEN INPUT PNDFILE.
           IF PNQ-PND-STATUS NOT = "00"
               GO TO 1000-EXIT.
           CLOSE PNDFILE.
           SET PNQ-QUEUE-ON-FILE TO TRUE.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-OWN-DEPT
               ON ASCENDING KEY SORT-APPLY-DATE
               ON ASCENDING KEY SORT-KEY
               WITH DUPLICATES IN ORDER
               USING PNDFILE
               GIVING PNQSRT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2000-LIST-QUEUE - ONE SECTION PER OWNING DEPARTMENT, WITH
      * A COUNT AT EACH DEPARTMENT BREAK
      *----------------------------------------------------------
       2000-LIST-QUEUE.
           OPEN INPUT PNQSRT.
           PERFORM 2100-READ-SORTED THRU 2100-EXIT.
           PERFORM 2200-LIST-ONE THRU 2200-EXIT
               UNTIL PNQ-EOF.
           IF PNQ-CUR-DEPT NOT = HIGH-VALUES
               PERFORM 2300-CLOSE-DEPT THRU 2300-EXIT
           END-IF.
           CLOSE PNQSRT.
       2000-EXIT.
           EXIT.

       2100-READ-SORTED.
           READ PNQSRT INTO PND-WORK-RECORD
               AT END
                   SET PNQ-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF PNQ-DEPT-PARM NOT = SPACES
               AND PND-OWN-DEPT NOT = PNQ-DEPT-PARM
               GO TO 2100-READ-SORTED.
       2100-EXIT.
           EXIT.

       2200-LIST-ONE.
           IF PND-OWN-DEPT NOT = PNQ-CUR-DEPT
               IF PNQ-CUR-DEPT NOT = HIGH-VALUES
                   PERFORM 2300-CLOSE-DEPT THRU 2300-EXIT
               END-IF
               MOVE PND-OWN-DEPT TO PNQ-CUR-DEPT
               MOVE ZERO TO PNQ-DEPT-COUNT
               ADD 1 TO PNQ-TOT-DEPTS
               MOVE PNQ-CUR-DEPT TO PNQ-DL-DEPT
               WRITE PNQ-RECORD FROM PNQ-DEPT-LINE
               WRITE PNQ-RECORD FROM PNQ-COLUMN-LINE
           END-IF.
           MOVE ZERO TO PNQ-DATE-WORK.
           IF PND-APPLY-DATE IS NUMERIC
               MOVE PND-APPLY-DATE TO PNQ-DATE-WORK
           END-IF.
           MOVE PNQ-DATE-WORK TO PNQ-DET-APPLY.
           MOVE PND-ACTION TO PNQ-DET-ACTION.
           MOVE PND-KEY TO PNQ-DET-KEY.
           MOVE PND-TITLE TO PNQ-DET-TITLE.
           MOVE PND-SUBMITTER TO PNQ-DET-SUB.
           MOVE ZERO TO PNQ-DATE-WORK.
           IF PND-QUEUED-DATE IS NUMERIC
               MOVE PND-QUEUED-DATE TO PNQ-DATE-WORK
           END-IF.
           MOVE PNQ-DATE-WORK TO PNQ-DET-QUEUED.
           WRITE PNQ-RECORD FROM PNQ-DETAIL-LINE.
           ADD 1 TO PNQ-DEPT-COUNT.
           ADD 1 TO PNQ-TOT-COUNT.
           PERFORM 2100-READ-SORTED THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-CLOSE-DEPT.
           MOVE PNQ-CUR-DEPT TO PNQ-DT-DEPT.
           MOVE PNQ-DEPT-COUNT TO PNQ-DT-COUNT.
           WRITE PNQ-RECORD FROM PNQ-DEPT-TOTAL-LINE.
           WRITE PNQ-RECORD FROM PNQ-BLANK-LINE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 9000-TERMINATE - CANCELLATION INSTRUCTIONS AND TOTALS
      *----------------------------------------------------------
       9000-TERMINATE.
           IF PNQ-TOT-COUNT = 0
               MOVE "NOTHING SCHEDULED" TO PNQ-NOTE-TEXT
               WRITE PNQ-RECORD FROM PNQ-NOTE-LINE
               WRITE PNQ-RECORD FROM PNQ-BLANK-LINE
           END-IF.
           MOVE "TO CANCEL, KEY AN X TRANSACTION ON TRNFILE WITH THE "
               TO PNQ-NOTE-TEXT.
           WRITE PNQ-RECORD FROM PNQ-NOTE-LINE.
           MOVE "ENTRY KEY AND APPLY-ON DATE - A BLANK APPLY-ON DATE "
               TO PNQ-NOTE-TEXT.
           WRITE PNQ-RECORD FROM PNQ-NOTE-LINE.
           MOVE "CANCELS EVERYTHING PENDING AGAINST THE KEY."
               TO PNQ-NOTE-TEXT.
           WRITE PNQ-RECORD FROM PNQ-NOTE-LINE.
           WRITE PNQ-RECORD FROM PNQ-HEADER-3.
           MOVE PNQ-TOT-COUNT TO PNQ-TL-COUNT.
           MOVE PNQ-TOT-DEPTS TO PNQ-TL-DEPTS.
           WRITE PNQ-RECORD FROM PNQ-TOTAL-LINE.
           CLOSE PNQRPT.
           DISPLAY "PENDING QUEUE - SCHEDULED: " PNQ-TOT-COUNT
               " DEPARTMENTS: " PNQ-TOT-DEPTS.
       9000-EXIT.
           EXIT.

       END PROGRAM TUTPNQ.
