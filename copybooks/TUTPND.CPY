      *----------------------------------------------------------
      * TUTPND - PENDING (SCHEDULED) TRANSACTION RECORD (SHARED
      * COPYBOOK). A TRNFILE TRANSACTION WHOSE APPLY-ON DATE IS
      * STILL IN THE FUTURE IS HELD BY TUTMNT ON THE PENDING
      * QUEUE (TRNPND) AND CARRIED FROM RUN TO RUN UNTIL THE
      * FIRST RUN ON OR AFTER THAT DATE. THE RECORD IS THE SORTED
      * TRANSACTION IMAGE AS TUTMNT SEES IT - THE 97-BYTE TRNFILE
      * RECORD, THE ORIGIN (ALWAYS SCH ON THE QUEUE), THE DATE IT
      * WAS FIRST QUEUED AND THE DEPARTMENT THAT OWNED THE ENTRY
      * WHEN IT WAS LAST CARRIED. TUTPNQ PRINTS THE QUEUE BY
      * OWNING DEPARTMENT.
      *----------------------------------------------------------
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------
      *  10/15/2026 DW   ORIGINAL COPYBOOK - SHARED BY TUTMNT AND
      *                  THE PENDING-QUEUE REPORT (TUTPNQ).
      *----------------------------------------------------------
       01  PND-WORK-RECORD.
           05  PND-ACTION          PIC X(01).
           05  PND-ENTRY.
               10  PND-KEY         PIC X(10).
               10  PND-TITLE       PIC X(30).
               10  PND-CATEGORY    PIC X(04).
               10  PND-DEPT        PIC X(04).
               10  PND-EFF-DATE    PIC X(08).
               10  PND-EXP-DATE    PIC X(08).
               10  PND-STATUS      PIC X(01).
               10  PND-SOURCE      PIC X(03).
               10  FILLER          PIC X(12).
           05  PND-SUBMITTER       PIC X(08).
           05  PND-APPLY-DATE      PIC X(08).
           05  PND-ORIGIN          PIC X(03).
           05  PND-QUEUED-DATE     PIC X(08).
           05  PND-OWN-DEPT        PIC X(04).
