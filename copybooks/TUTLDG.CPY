      *----------------------------------------------------------
      * TUTLDG - END-TO-END CONTROL LEDGER RECORD (SHARED
      * COPYBOOK). EVERY STEP OF THE NIGHTLY CYCLE APPENDS ITS
      * KEY COUNTS TO THE CONTROL LEDGER (CTLLDG), ONE LINE PER
      * COUNT, STAMPED WITH THE BUSINESS DATE, THE POSTING STEP
      * AND - WHERE A COUNT DESCRIBES A FILE HANDED OVER FROM AN
      * EARLIER STEP - THE *HDR DATE OF THE FILE IT COUNTED.
      * TUTCHN READS THE LEDGER BACK AND PROVES THE HANDOFFS.
      *
      *   STEP      COUNT-ID    WHAT IS COUNTED
      *   --------  ----------  ------------------------------
      *   TUTCON    FEED1READ   SRCFIL1 DETAILS CONSOLIDATED
      *   TUTCON    FEED2READ   SRCFIL2 DETAILS CONSOLIDATED
      *   TUTCON    FEED3READ   SRCFIL3 DETAILS CONSOLIDATED
      *   TUTCON    CONREAD     ALL FEED DETAILS READ
      *   TUTCON    CONDROPPED  CONFLICTS + FEED DUPLICATES
      *   TUTCON    TUTFILE     TUTFILE DETAILS WRITTEN
      *   TUTMNT    MASTERIN    TUTMST DETAILS READ (REF DATE
      *                         IS THE TUTMST *HDR DATE)
      *   TUTMNT    TRANSREAD   TRANSACTIONS READ
      *   TUTMNT    APPLIED     TRANSACTIONS APPLIED
      *   TUTMNT    REJECTED    TRANSACTIONS REJECTED
      *   TUTMNT    ADDS        ADDS APPLIED
      *   TUTMNT    DELETES     DELETES APPLIED
      *   TUTMNT    HELD        LEFT ON THE PENDING QUEUE
      *   TUTMNT    CANCELLED   CANCELLED OFF THE PENDING QUEUE
      *   TUTMNT    TUTFILE     MASTER OUT (TUTFILE) WRITTEN
      *   CATLOAD   CATREAD     TUTFILE DETAILS READ BY THE LOAD
      *                         (REF DATE IS THE TUTFILE *HDR)
      *   CATLOAD   PUBLISHED   ENTRIES PUBLISHED
      *   CATLOAD   EXTFILE     EXTFILE DETAILS WRITTEN
      *   CATLOAD   TUTCAT      TUTCAT RECORDS WRITTEN
      *   CATLOAD   SNAPSHOT    SNPHIST DETAILS ARCHIVED
      *----------------------------------------------------------
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------
      *  10/15/2026 DW   ORIGINAL COPYBOOK - SHARED BY TUTCON,
      *                  TUTMNT, testing1234 AND THE CHAIN
      *                  RECONCILIATION (TUTCHN).
      *  10/15/2026 DW   ADDED THE TUTMNT HELD AND CANCELLED
      *                  PENDING-QUEUE COUNTS.
      *----------------------------------------------------------
       01  LDG-FILE-STATUS         PIC X(02) VALUE SPACES.

       01  LDG-TIME-WORK           PIC 9(08) VALUE ZERO.

       01  LDG-DETAIL-LINE.
           05  LDG-BUS-DATE        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LDG-STEP            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LDG-COUNT-ID        PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LDG-COUNT           PIC 9(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LDG-REF-DATE        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LDG-POST-TIME       PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
