       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTJOB.
       AUTHOR. D-WOJCIK.
       INSTALLATION. TUTORIALS-CATALOG-MAINTENANCE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------
      *  10/15/2026 DW   ORIGINAL PROGRAM - JOB-STREAM DRIVER FOR
      *                  THE NIGHTLY CATALOG CYCLE. RUNS THE STEPS
      *                  LISTED ON THE JOB-CONTROL FILE (JOBCTL)
      *                  IN ORDER - TUTCON, TUTMNT, testing1234,
      *                  TUTRCY, AND TUTHKP ON ITS OWN SCHEDULE -
      *                  AND JUDGES EACH STEP BY THE SIGNAL IT
      *                  ACTUALLY GIVES: RETURN CODE 16 FOR AN
      *                  ABEND OR CONTROL ERROR, 21/22/23 FOR A
      *                  TRIPPED TOLERANCE, AND A NON-EMPTY
      *                  CONALERT/OPALERT FILE FOR AN OPERATOR
      *                  ALERT. THE FIRST FAILING STEP STOPS THE
      *                  CHAIN. EVERY STEP GETS A START/END/
      *                  OUTCOME LINE ON THE JOB RUN LOG (JOBLOG),
      *                  AND A CHECKPOINT (JOBCKP) REMEMBERS WHERE
      *                  THE CYCLE STOPPED, SO A RERUN RESUMES AT
      *                  THE FAILED STEP INSTEAD OF RE-ROTATING
      *                  THE MSTGEN GENERATIONS AND RE-
      *                  CONSOLIDATING FEEDS THAT ALREADY WENT
      *                  THROUGH.
      *  10/15/2026 DW   VFYALERT ACCEPTED AS A STEP ALERT FILE -
      *                  THE TUTCAT INTEGRITY CHECK (TUTVFY)
      *                  STAMPS IT WHEN IT HAD TO REBUILD TUTCAT
      *                  OR COULD NOT PROVE THE EXTRACT BASE.
      *  10/15/2026 DW   A ONE-DIGIT RESTART STEP IS NOW HONOURED,
      *                  AND A STEP THAT IS NOT NUMERIC IS
      *                  REJECTED ON THE CONSOLE INSTEAD OF BEING
      *                  QUIETLY DROPPED.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBCTL ASSIGN TO "JOBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-CTL-STATUS.

           SELECT CKPFILE ASSIGN TO "JOBCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-CKP-STATUS.

           SELECT LOGFILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-LOG-STATUS.

           SELECT CONALERT ASSIGN TO "CONALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-CAL-STATUS.

           SELECT OPALERT ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-OAL-STATUS.

           SELECT VFYALERT ASSIGN TO "VFYALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-VAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  JOBCTL-RECORD PIC X(80).

       FD  CKPFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  CKP-RECORD PIC X(30).

       FD  LOGFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LOG-RECORD PIC X(80).

       FD  CONALERT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONALERT-RECORD PIC X(80).

       FD  OPALERT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  OPALERT-RECORD PIC X(80).

       FD  VFYALERT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  VFYALERT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  JOB-SWITCHES.
           05  JOB-CTL-STATUS      PIC X(02) VALUE SPACES.
           05  JOB-CKP-STATUS      PIC X(02) VALUE SPACES.
           05  JOB-LOG-STATUS      PIC X(02) VALUE SPACES.
           05  JOB-CAL-STATUS      PIC X(02) VALUE SPACES.
           05  JOB-OAL-STATUS      PIC X(02) VALUE SPACES.
           05  JOB-VAL-STATUS      PIC X(02) VALUE SPACES.
           05  JOB-CTL-EOF-SW      PIC X(01) VALUE 'N'.
               88  JOB-CTL-EOF              VALUE 'Y'.
           05  JOB-ABORT-SW        PIC X(01) VALUE 'N'.
               88  JOB-ABORTED              VALUE 'Y'.
           05  JOB-STOP-SW         PIC X(01) VALUE 'N'.
               88  JOB-CHAIN-STOPPED        VALUE 'Y'.
           05  JOB-RESUME-SW       PIC X(01) VALUE 'N'.
               88  JOB-RESUMING             VALUE 'Y'.
           05  JOB-WARM-SW         PIC X(01) VALUE 'N'.
               88  JOB-WARM-RESTART         VALUE 'Y'.
           05  JOB-DUE-SW          PIC X(01) VALUE 'N'.
               88  JOB-STEP-DUE             VALUE 'Y'.
           05  JOB-ALERT-SW        PIC X(01) VALUE 'N'.
               88  JOB-ALERT-RAISED         VALUE 'Y'.
           05  JOB-FAIL-SW         PIC X(01) VALUE 'N'.
               88  JOB-STEP-FAILED          VALUE 'Y'.

       01  JOB-COUNTERS.
           05  JOB-STEP-COUNT      PIC 9(03) COMP VALUE ZERO.
           05  JOB-STEP-MAX        PIC 9(03) COMP VALUE 20.
           05  JOB-STEPS-RUN       PIC 9(03) COMP VALUE ZERO.
           05  JOB-STEPS-BYPASSED  PIC 9(03) COMP VALUE ZERO.
           05  JOB-STEPS-NOTDUE    PIC 9(03) COMP VALUE ZERO.
           05  JOB-SUB             PIC 9(03) COMP VALUE ZERO.
           05  JOB-LAST-STEP-NO    PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------
      * JOB-CONTROL RECORD. ONE LINE PER STEP, IN RUN ORDER:
      *   STEP NUMBER, STEP NAME, SCHEDULE (D DAILY, W WEEKLY ON
      *   DAY-OF-WEEK 1-7 MONDAY FIRST, M MONTHLY ON DAY 1-31,
      *   N HELD), THE ALERT FILE THE STEP RAISES (CONALERT,
      *   OPALERT, VFYALERT OR BLANK), WHAT AN ALERT ON AN
      *   OTHERWISE CLEAN STEP MEANS (S STOP THE CHAIN, W WARN
      *   AND CONTINUE), THE EXTRA ARGUMENT TO PASS WHEN THE STEP
      *   IS RESUMED AFTER IT ABENDED, AND THE COMMAND THAT RUNS
      *   THE STEP.
      *----------------------------------------------------------
       01  JCL-INPUT-LINE.
           05  JCL-IN-STEP-NO      PIC X(02).
           05  FILLER              PIC X(01).
           05  JCL-IN-NAME         PIC X(08).
           05  FILLER              PIC X(01).
           05  JCL-IN-SCHED        PIC X(01).
           05  JCL-IN-SCHED-DAY    PIC X(02).
           05  FILLER              PIC X(01).
           05  JCL-IN-ALERT-FILE   PIC X(08).
           05  FILLER              PIC X(01).
           05  JCL-IN-ALERT-ACT    PIC X(01).
           05  FILLER              PIC X(01).
           05  JCL-IN-RESTART-ARG  PIC X(08).
           05  FILLER              PIC X(01).
           05  JCL-IN-COMMAND      PIC X(44).

       01  JOB-STEP-TABLE.
           05  JOB-STEP-ENTRY
                   OCCURS 20 TIMES
                   INDEXED BY JOB-STEP-IDX.
               10  JOB-STEP-NO     PIC 9(02).
               10  JOB-STEP-NAME   PIC X(08).
               10  JOB-STEP-SCHED  PIC X(01).
               10  JOB-STEP-DAY    PIC 9(02).
               10  JOB-STEP-ALERT  PIC X(08).
               10  JOB-STEP-ACT    PIC X(01).
               10  JOB-STEP-RSTARG PIC X(08).
               10  JOB-STEP-CMD    PIC X(44).

       01  JOB-WORK-FIELDS.
           05  JOB-RUN-DATE        PIC 9(08).
           05  JOB-RUN-DATE-R REDEFINES JOB-RUN-DATE.
               10  JOB-RUN-YYYY    PIC 9(04).
               10  JOB-RUN-MM      PIC 9(02).
               10  JOB-RUN-DD      PIC 9(02).
           05  JOB-DAY-OF-WEEK     PIC 9(01).
           05  JOB-TIME            PIC 9(08).
           05  JOB-TIME-R REDEFINES JOB-TIME.
               10  JOB-TIME-HH     PIC 9(02).
               10  JOB-TIME-MN     PIC 9(02).
               10  JOB-TIME-SS     PIC 9(02).
               10  JOB-TIME-HS     PIC 9(02).
           05  JOB-TIME-EDIT.
               10  JOB-EDIT-HH     PIC 9(02).
               10  FILLER          PIC X(01) VALUE ':'.
               10  JOB-EDIT-MN     PIC 9(02).
               10  FILLER          PIC X(01) VALUE ':'.
               10  JOB-EDIT-SS     PIC 9(02).
           05  JOB-START-TEXT      PIC X(08) VALUE SPACES.
           05  JOB-START-PARM      PIC X(02) VALUE SPACES.
           05  JOB-START-LEN       PIC 9(02) COMP VALUE ZERO.
           05  JOB-START-STEP      PIC 9(02) VALUE ZERO.
           05  JOB-COMMAND         PIC X(80) VALUE SPACES.
           05  JOB-SYS-RC          PIC S9(09) COMP VALUE ZERO.
           05  JOB-STEP-RC         PIC 9(03) VALUE ZERO.
           05  JOB-OUTCOME         PIC X(10) VALUE SPACES.
           05  JOB-FINAL-RC        PIC 9(03) VALUE ZERO.

       01  CKP-DETAIL-LINE.
           05  CKP-STATE           PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CKP-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CKP-STEP-NO         PIC 9(02).
           05  FILLER              PIC X(06) VALUE SPACES.

       01  LOG-DETAIL-LINE.
           05  LOG-DATE            PIC 9999/99/99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LOG-STEP-NO         PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LOG-STEP-NAME       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LOG-START           PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LOG-END             PIC X(08).
           05  FILLER              PIC X(05) VALUE "  RC ".
           05  LOG-RC              PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LOG-OUTCOME         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LOG-NOTE            PIC X(14).

       PROCEDURE DIVISION.

      *----------------------------------------------------------
      * 0000-MAINLINE - PROGRAM CONTROL
      *----------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT JOB-ABORTED
               PERFORM 2000-RUN-STEPS THRU 2000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      *----------------------------------------------------------
      * 1000-INITIALIZE - LOAD THE JOB CONTROL, WORK OUT WHERE TO
      * START AND OPEN THE RUN LOG. THE FIRST STARTUP PARAMETER,
      * WHEN NUMERIC, IS AN OPERATOR OVERRIDE OF THE STARTING
      * STEP AND WINS OVER THE CHECKPOINT.
      *----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT JOB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT JOB-DAY-OF-WEEK FROM DAY-OF-WEEK.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT JOB-START-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO JOB-START-PARM
           END-ACCEPT.
           OPEN EXTEND LOGFILE.
           IF JOB-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOGFILE
           END-IF.
           PERFORM 1100-LOAD-JOB-CONTROL THRU 1100-EXIT.
           IF JOB-ABORTED
               GO TO 1000-EXIT.
           PERFORM 1200-CHECK-CHECKPOINT THRU 1200-EXIT.
           IF JOB-ABORTED
               GO TO 1000-EXIT.
           MOVE ZERO TO LOG-STEP-NO.
           MOVE "JOBSTART" TO LOG-STEP-NAME.
           PERFORM 2900-TIME-NOW THRU 2900-EXIT.
           MOVE JOB-START-TEXT TO LOG-START.
           MOVE SPACES TO LOG-END.
           MOVE ZERO TO LOG-RC.
           IF JOB-RESUMING
               MOVE "RESUMED   " TO LOG-OUTCOME
           ELSE
               MOVE "STARTED   " TO LOG-OUTCOME
           END-IF.
           MOVE "AT STEP" TO LOG-NOTE.
           MOVE JOB-START-STEP TO LOG-NOTE (9:2).
           PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1100-LOAD-JOB-CONTROL - ONE TABLE ENTRY PER STEP. STEP
      * NUMBERS MUST ASCEND; A LINE THAT BREAKS THE ORDER OR
      * WILL NOT PARSE IS A CONTROL ERROR AND NOTHING RUNS, SINCE
      * A CHAIN RUN OUT OF ORDER DOES MORE HARM THAN NO CHAIN.
      *----------------------------------------------------------
       1100-LOAD-JOB-CONTROL.
           OPEN INPUT JOBCTL.
           IF JOB-CTL-STATUS NOT = "00"
               DISPLAY "NO JOB CONTROL FILE - NOTHING TO RUN"
               SET JOB-ABORTED TO TRUE
               MOVE 16 TO JOB-FINAL-RC
               GO TO 1100-EXIT.
           PERFORM 1110-READ-ONE-STEP THRU 1110-EXIT.
           PERFORM 1120-STORE-ONE-STEP THRU 1120-EXIT
               UNTIL JOB-CTL-EOF OR JOB-ABORTED.
           CLOSE JOBCTL.
           IF JOB-STEP-COUNT = 0 AND NOT JOB-ABORTED
               DISPLAY "JOB CONTROL FILE HOLDS NO STEPS - NOTHING "
                   "TO RUN"
               SET JOB-ABORTED TO TRUE
               MOVE 16 TO JOB-FINAL-RC
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-STEP.
           READ JOBCTL INTO JCL-INPUT-LINE
               AT END
                   SET JOB-CTL-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1120-STORE-ONE-STEP.
           IF JCL-INPUT-LINE (1:1) = "*"
               GO TO 1120-NEXT.
           IF JCL-IN-STEP-NO IS NOT NUMERIC
               OR JCL-IN-NAME = SPACES
               OR JCL-IN-COMMAND = SPACES
               DISPLAY "JOB CONTROL LINE WILL NOT PARSE : "
                   JCL-INPUT-LINE (1:40)
               GO TO 1120-BAD-LINE.
           IF JCL-IN-STEP-NO NOT > JOB-LAST-STEP-NO
               DISPLAY "JOB CONTROL STEP " JCL-IN-STEP-NO
                   " OUT OF ORDER"
               GO TO 1120-BAD-LINE.
           IF JCL-IN-SCHED NOT = 'D' AND JCL-IN-SCHED NOT = 'W'
               AND JCL-IN-SCHED NOT = 'M' AND JCL-IN-SCHED NOT = 'N'
               DISPLAY "JOB CONTROL STEP " JCL-IN-STEP-NO
                   " SCHEDULE NOT D/W/M/N"
               GO TO 1120-BAD-LINE.
           IF (JCL-IN-SCHED = 'W' OR JCL-IN-SCHED = 'M')
               AND JCL-IN-SCHED-DAY IS NOT NUMERIC
               DISPLAY "JOB CONTROL STEP " JCL-IN-STEP-NO
                   " SCHEDULE DAY NOT NUMERIC"
               GO TO 1120-BAD-LINE.
           IF JCL-IN-ALERT-FILE NOT = SPACES
               AND JCL-IN-ALERT-FILE NOT = "CONALERT"
               AND JCL-IN-ALERT-FILE NOT = "OPALERT "
               AND JCL-IN-ALERT-FILE NOT = "VFYALERT"
               DISPLAY "JOB CONTROL STEP " JCL-IN-STEP-NO
                   " NAMES AN UNKNOWN ALERT FILE"
               GO TO 1120-BAD-LINE.
           IF JOB-STEP-COUNT NOT < JOB-STEP-MAX
               DISPLAY "JOB CONTROL HOLDS MORE THAN " JOB-STEP-MAX
                   " STEPS"
               GO TO 1120-BAD-LINE.
           ADD 1 TO JOB-STEP-COUNT.
           SET JOB-STEP-IDX TO JOB-STEP-COUNT.
           MOVE JCL-IN-STEP-NO TO JOB-STEP-NO (JOB-STEP-IDX).
           MOVE JCL-IN-STEP-NO TO JOB-LAST-STEP-NO.
           MOVE JCL-IN-NAME TO JOB-STEP-NAME (JOB-STEP-IDX).
           MOVE JCL-IN-SCHED TO JOB-STEP-SCHED (JOB-STEP-IDX).
           IF JCL-IN-SCHED-DAY IS NUMERIC
               MOVE JCL-IN-SCHED-DAY TO JOB-STEP-DAY (JOB-STEP-IDX)
           ELSE
               MOVE ZERO TO JOB-STEP-DAY (JOB-STEP-IDX)
           END-IF.
           MOVE JCL-IN-ALERT-FILE TO JOB-STEP-ALERT (JOB-STEP-IDX).
           IF JCL-IN-ALERT-ACT = 'W'
               MOVE 'W' TO JOB-STEP-ACT (JOB-STEP-IDX)
           ELSE
               MOVE 'S' TO JOB-STEP-ACT (JOB-STEP-IDX)
           END-IF.
           MOVE JCL-IN-RESTART-ARG TO JOB-STEP-RSTARG (JOB-STEP-IDX).
           MOVE JCL-IN-COMMAND TO JOB-STEP-CMD (JOB-STEP-IDX).
           GO TO 1120-NEXT.
       1120-BAD-LINE.
           SET JOB-ABORTED TO TRUE.
           MOVE 16 TO JOB-FINAL-RC.
           GO TO 1120-EXIT.
       1120-NEXT.
           PERFORM 1110-READ-ONE-STEP THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 1200-CHECK-CHECKPOINT - WHERE DID THE LAST CYCLE LEAVE
      * OFF. FAILED OR ABENDED MEANS A STEP ENDED BADLY AND THE
      * CHAIN STOPPED THERE; INPROGRESS MEANS THE DRIVER ITSELF
      * WENT DOWN WHILE THE STEP WAS RUNNING. EITHER WAY THE
      * CYCLE RESUMES AT THAT STEP. AN ABENDED OR INTERRUPTED
      * STEP IS RUN WITH ITS RESTART ARGUMENT SO IT CAN PICK UP
      * ITS OWN CHECKPOINTS. A CYCLE ALREADY COMPLETE FOR TODAY
      * IS NOT RUN AGAIN WITHOUT AN OPERATOR OVERRIDE.
      *----------------------------------------------------------
       1200-CHECK-CHECKPOINT.
           MOVE JOB-STEP-NO (1) TO JOB-START-STEP.
           MOVE SPACES TO CKP-STATE.
           MOVE ZERO TO CKP-RUN-DATE.
           MOVE ZERO TO CKP-STEP-NO.
           OPEN INPUT CKPFILE.
           IF JOB-CKP-STATUS = "00"
               READ CKPFILE INTO CKP-DETAIL-LINE
                   AT END
                       MOVE SPACES TO CKP-STATE
               END-READ
               CLOSE CKPFILE
           END-IF.
           MOVE ZERO TO JOB-START-LEN.
           INSPECT JOB-START-PARM TALLYING JOB-START-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF JOB-START-LEN > 0
               AND JOB-START-PARM (1:JOB-START-LEN) IS NOT NUMERIC
               DISPLAY "START STEP " JOB-START-PARM
                   " NOT NUMERIC - REJECTED, CHECKPOINT USED".
           IF JOB-START-LEN > 0
               AND JOB-START-PARM (1:JOB-START-LEN) IS NUMERIC
               MOVE JOB-START-PARM (1:JOB-START-LEN)
                   TO JOB-START-STEP
               SET JOB-RESUMING TO TRUE
               DISPLAY "OPERATOR OVERRIDE - STARTING AT STEP "
                   JOB-START-STEP
               GO TO 1200-EXIT.
           EVALUATE CKP-STATE
               WHEN "FAILED    "
                   MOVE CKP-STEP-NO TO JOB-START-STEP
                   SET JOB-RESUMING TO TRUE
               WHEN "ABENDED   "
               WHEN "INPROGRESS"
                   MOVE CKP-STEP-NO TO JOB-START-STEP
                   SET JOB-RESUMING TO TRUE
                   SET JOB-WARM-RESTART TO TRUE
               WHEN "COMPLETE  "
                   IF CKP-RUN-DATE = JOB-RUN-DATE
                       DISPLAY "CYCLE ALREADY COMPLETE FOR TODAY - "
                           "NOTHING RUN (GIVE A STARTING STEP TO "
                           "FORCE A RERUN)"
                       SET JOB-ABORTED TO TRUE
                   END-IF
           END-EVALUATE.
           IF JOB-RESUMING
               DISPLAY "RESUMING THE CYCLE OF " CKP-RUN-DATE
                   " AT STEP " JOB-START-STEP
                   " (LAST STATE " CKP-STATE ")"
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2000-RUN-STEPS - WALK THE STEP TABLE IN ORDER UNTIL THE
      * END OR THE FIRST FAILURE
      *----------------------------------------------------------
       2000-RUN-STEPS.
           PERFORM 2100-RUN-ONE-STEP THRU 2100-EXIT
               VARYING JOB-SUB FROM 1 BY 1
               UNTIL JOB-SUB > JOB-STEP-COUNT
                  OR JOB-CHAIN-STOPPED.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2100-RUN-ONE-STEP - BYPASS A STEP BEFORE THE RESTART
      * POINT, SKIP ONE NOT DUE TODAY, OTHERWISE RUN IT UNDER AN
      * INPROGRESS CHECKPOINT AND JUDGE THE OUTCOME. THE STEP A
      * RERUN RESUMES AT ALWAYS RUNS, WHATEVER ITS SCHEDULE.
      *----------------------------------------------------------
       2100-RUN-ONE-STEP.
           SET JOB-STEP-IDX TO JOB-SUB.
           MOVE JOB-STEP-NO (JOB-STEP-IDX) TO LOG-STEP-NO.
           MOVE JOB-STEP-NAME (JOB-STEP-IDX) TO LOG-STEP-NAME.
           MOVE SPACES TO LOG-START.
           MOVE SPACES TO LOG-END.
           MOVE ZERO TO LOG-RC.
           MOVE SPACES TO LOG-NOTE.
           IF JOB-STEP-NO (JOB-STEP-IDX) < JOB-START-STEP
               ADD 1 TO JOB-STEPS-BYPASSED
               MOVE "BYPASSED  " TO LOG-OUTCOME
               MOVE "BEFORE RESTART" TO LOG-NOTE
               PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
               GO TO 2100-EXIT.
           PERFORM 2150-CHECK-SCHEDULE THRU 2150-EXIT.
           IF NOT JOB-STEP-DUE
               ADD 1 TO JOB-STEPS-NOTDUE
               MOVE "NOT DUE   " TO LOG-OUTCOME
               MOVE "SCHEDULE" TO LOG-NOTE
               PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT
               GO TO 2100-EXIT.
           MOVE "INPROGRESS" TO CKP-STATE.
           MOVE JOB-STEP-NO (JOB-STEP-IDX) TO CKP-STEP-NO.
           PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT.
           PERFORM 2200-BUILD-COMMAND THRU 2200-EXIT.
           PERFORM 2900-TIME-NOW THRU 2900-EXIT.
           MOVE JOB-START-TEXT TO LOG-START.
           DISPLAY "STEP " JOB-STEP-NO (JOB-STEP-IDX) " "
               JOB-STEP-NAME (JOB-STEP-IDX) " STARTING".
           CALL "SYSTEM" USING JOB-COMMAND.
           MOVE RETURN-CODE TO JOB-SYS-RC.
           MOVE ZERO TO RETURN-CODE.
           PERFORM 2900-TIME-NOW THRU 2900-EXIT.
           MOVE JOB-START-TEXT TO LOG-END.
           ADD 1 TO JOB-STEPS-RUN.
           PERFORM 2300-JUDGE-OUTCOME THRU 2300-EXIT.
           MOVE JOB-STEP-RC TO LOG-RC.
           MOVE JOB-OUTCOME TO LOG-OUTCOME.
           PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT.
           DISPLAY "STEP " JOB-STEP-NO (JOB-STEP-IDX) " "
               JOB-STEP-NAME (JOB-STEP-IDX) " ENDED RC "
               JOB-STEP-RC " - " JOB-OUTCOME.
           IF JOB-STEP-FAILED
               SET JOB-CHAIN-STOPPED TO TRUE
               IF JOB-OUTCOME = "ABEND     "
                   MOVE "ABENDED   " TO CKP-STATE
               ELSE
                   MOVE "FAILED    " TO CKP-STATE
               END-IF
               PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
               IF JOB-STEP-RC > 0
                   MOVE JOB-STEP-RC TO JOB-FINAL-RC
               ELSE
                   MOVE 16 TO JOB-FINAL-RC
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2150-CHECK-SCHEDULE - D RUNS EVERY CYCLE, W ON ITS DAY OF
      * THE WEEK (1 = MONDAY), M ON ITS DAY OF THE MONTH, N NEVER
      * UNLESS A RERUN RESUMES AT IT
      *----------------------------------------------------------
       2150-CHECK-SCHEDULE.
           MOVE 'N' TO JOB-DUE-SW.
           IF JOB-RESUMING
               AND JOB-STEP-NO (JOB-STEP-IDX) = JOB-START-STEP
               SET JOB-STEP-DUE TO TRUE
               GO TO 2150-EXIT.
           EVALUATE JOB-STEP-SCHED (JOB-STEP-IDX)
               WHEN 'D'
                   SET JOB-STEP-DUE TO TRUE
               WHEN 'W'
                   IF JOB-STEP-DAY (JOB-STEP-IDX) = JOB-DAY-OF-WEEK
                       SET JOB-STEP-DUE TO TRUE
                   END-IF
               WHEN 'M'
                   IF JOB-STEP-DAY (JOB-STEP-IDX) = JOB-RUN-DD
                       SET JOB-STEP-DUE TO TRUE
                   END-IF
           END-EVALUATE.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2200-BUILD-COMMAND - THE STEP COMMAND AS KEYED, WITH THE
      * RESTART ARGUMENT ADDED WHEN THIS IS THE STEP A WARM
      * RESTART RESUMES AT
      *----------------------------------------------------------
       2200-BUILD-COMMAND.
           MOVE SPACES TO JOB-COMMAND.
           MOVE JOB-STEP-CMD (JOB-STEP-IDX) TO JOB-COMMAND.
           IF JOB-WARM-RESTART
               AND JOB-STEP-NO (JOB-STEP-IDX) = JOB-START-STEP
               AND JOB-STEP-RSTARG (JOB-STEP-IDX) NOT = SPACES
               MOVE SPACES TO JOB-COMMAND
               STRING JOB-STEP-CMD (JOB-STEP-IDX) DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      JOB-STEP-RSTARG (JOB-STEP-IDX)
                          DELIMITED BY SPACE
                   INTO JOB-COMMAND
               END-STRING
               MOVE "WARM RESTART" TO LOG-NOTE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2300-JUDGE-OUTCOME - THE SHELL HANDS BACK THE STEP'S EXIT
      * CODE IN THE HIGH-ORDER BYTE OF ITS STATUS; ANYTHING IN
      * THE LOW-ORDER BYTE MEANS THE STEP WAS KILLED, WHICH IS
      * AN ABEND. 16 IS AN ABEND OR CONTROL ERROR, 21/22/23 A
      * TRIPPED TOLERANCE, ANY OTHER NON-ZERO CODE A FAILURE. A
      * CLEAN RETURN CODE WITH A NON-EMPTY ALERT FILE STOPS THE
      * CHAIN OR WARNS, AS THE STEP'S ALERT ACTION SAYS.
      *----------------------------------------------------------
       2300-JUDGE-OUTCOME.
           MOVE 'N' TO JOB-FAIL-SW.
           MOVE "COMPLETE  " TO JOB-OUTCOME.
           IF JOB-SYS-RC < 0
               MOVE 999 TO JOB-STEP-RC
               MOVE "ABEND     " TO JOB-OUTCOME
               SET JOB-STEP-FAILED TO TRUE
               GO TO 2300-EXIT.
           IF JOB-SYS-RC > 255
               COMPUTE JOB-STEP-RC = JOB-SYS-RC / 256
               IF JOB-SYS-RC NOT = JOB-STEP-RC * 256
                   MOVE "ABEND     " TO JOB-OUTCOME
                   SET JOB-STEP-FAILED TO TRUE
                   GO TO 2300-EXIT
               END-IF
           ELSE
               MOVE JOB-SYS-RC TO JOB-STEP-RC
           END-IF.
           EVALUATE TRUE
               WHEN JOB-STEP-RC = 0
                   CONTINUE
               WHEN JOB-STEP-RC = 16
                   MOVE "ABEND     " TO JOB-OUTCOME
                   SET JOB-STEP-FAILED TO TRUE
               WHEN JOB-STEP-RC = 21 OR JOB-STEP-RC = 22
                   OR JOB-STEP-RC = 23
                   MOVE "TOLERR    " TO JOB-OUTCOME
                   SET JOB-STEP-FAILED TO TRUE
               WHEN OTHER
                   MOVE "FAILED    " TO JOB-OUTCOME
                   SET JOB-STEP-FAILED TO TRUE
           END-EVALUATE.
           IF JOB-STEP-FAILED
               GO TO 2300-EXIT.
           PERFORM 2400-CHECK-ALERT-FILE THRU 2400-EXIT.
           IF JOB-ALERT-RAISED
               IF JOB-STEP-ACT (JOB-STEP-IDX) = 'W'
                   MOVE "ALERT-WARN" TO JOB-OUTCOME
               ELSE
                   MOVE "ALERT-STOP" TO JOB-OUTCOME
                   SET JOB-STEP-FAILED TO TRUE
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2400-CHECK-ALERT-FILE - A STEP STAMPS ITS ALERT FILE ONLY
      * WHEN SOMETHING TRIPPED, SO ONE READABLE RECORD IS THE
      * SIGNAL. AN ABSENT FILE MEANS NO ALERT.
      *----------------------------------------------------------
       2400-CHECK-ALERT-FILE.
           MOVE 'N' TO JOB-ALERT-SW.
           EVALUATE JOB-STEP-ALERT (JOB-STEP-IDX)
               WHEN "CONALERT"
                   OPEN INPUT CONALERT
                   IF JOB-CAL-STATUS = "00"
                       READ CONALERT
                           NOT AT END
                               SET JOB-ALERT-RAISED TO TRUE
                       END-READ
                       CLOSE CONALERT
                   END-IF
               WHEN "OPALERT "
                   OPEN INPUT OPALERT
                   IF JOB-OAL-STATUS = "00"
                       READ OPALERT
                           NOT AT END
                               SET JOB-ALERT-RAISED TO TRUE
                       END-READ
                       CLOSE OPALERT
                   END-IF
               WHEN "VFYALERT"
                   OPEN INPUT VFYALERT
                   IF JOB-VAL-STATUS = "00"
                       READ VFYALERT
                           NOT AT END
                               SET JOB-ALERT-RAISED TO TRUE
                       END-READ
                       CLOSE VFYALERT
                   END-IF
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 2700-WRITE-CHECKPOINT - REWRITE THE SINGLE-RECORD JOB
      * CHECKPOINT WITH THE STATE AND STEP ALREADY SET
      *----------------------------------------------------------
       2700-WRITE-CHECKPOINT.
           MOVE JOB-RUN-DATE TO CKP-RUN-DATE.
           OPEN OUTPUT CKPFILE.
           WRITE CKP-RECORD FROM CKP-DETAIL-LINE.
           CLOSE CKPFILE.
       2700-EXIT.
           EXIT.

       2800-WRITE-LOG-LINE.
           MOVE JOB-RUN-DATE TO LOG-DATE.
           WRITE LOG-RECORD FROM LOG-DETAIL-LINE.
       2800-EXIT.
           EXIT.

       2900-TIME-NOW.
           ACCEPT JOB-TIME FROM TIME.
           MOVE JOB-TIME-HH TO JOB-EDIT-HH.
           MOVE JOB-TIME-MN TO JOB-EDIT-MN.
           MOVE JOB-TIME-SS TO JOB-EDIT-SS.
           MOVE JOB-TIME-EDIT TO JOB-START-TEXT.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * 9000-TERMINATE - CLOSE THE CYCLE OUT ON THE CHECKPOINT
      * AND THE RUN LOG AND HAND THE FAILING STEP'S RETURN CODE
      * BACK TO WHATEVER SCHEDULED THE DRIVER
      *----------------------------------------------------------
       9000-TERMINATE.
           MOVE ZERO TO LOG-STEP-NO.
           MOVE "JOBEND  " TO LOG-STEP-NAME.
           MOVE SPACES TO LOG-START.
           PERFORM 2900-TIME-NOW THRU 2900-EXIT.
           MOVE JOB-START-TEXT TO LOG-END.
           MOVE JOB-FINAL-RC TO LOG-RC.
           MOVE SPACES TO LOG-NOTE.
           EVALUATE TRUE
               WHEN JOB-ABORTED AND JOB-FINAL-RC = 0
                   MOVE "NOT RUN   " TO LOG-OUTCOME
               WHEN JOB-ABORTED
                   MOVE "CTLERR    " TO LOG-OUTCOME
               WHEN JOB-CHAIN-STOPPED
                   MOVE "STOPPED   " TO LOG-OUTCOME
                   MOVE "AT STEP" TO LOG-NOTE
                   MOVE CKP-STEP-NO TO LOG-NOTE (9:2)
               WHEN OTHER
                   MOVE "COMPLETE  " TO LOG-OUTCOME
                   MOVE "COMPLETE  " TO CKP-STATE
                   MOVE ZERO TO CKP-STEP-NO
                   PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
           END-EVALUATE.
           PERFORM 2800-WRITE-LOG-LINE THRU 2800-EXIT.
           CLOSE LOGFILE.
           DISPLAY "JOB STREAM - RUN: " JOB-STEPS-RUN
               " BYPASSED: " JOB-STEPS-BYPASSED
               " NOT DUE: " JOB-STEPS-NOTDUE
               " OUTCOME: " LOG-OUTCOME.
           MOVE JOB-FINAL-RC TO RETURN-CODE.
       9000-EXIT.
           EXIT.

       END PROGRAM TUTJOB.
