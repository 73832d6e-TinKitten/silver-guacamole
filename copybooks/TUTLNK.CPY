      *----------------------------------------------------------
      * TUTLNK - TUTORIAL RELATIONSHIP (LINK) RECORD (SHARED
      * COPYBOOK). ONE RECORD PER PAIR OF ENTRY KEYS AND LINK
      * TYPE, IN KEY / TYPE / TARGET ORDER:
      *   TYPE P - PREREQUISITE: TAKE THE TARGET BEFORE THE KEY
      *   TYPE S - SUPERSEDED-BY: THE TARGET REPLACES THE KEY
      * MAINTAINED BY TUTLKM FROM THE LINK TRANSACTIONS (LNKTRN)
      * AND CARRIED FORWARD ON LNKMST. TUTLKM WRITES THE
      * MAINTAINED FILE AS LNKFILE, WITH THE SAME *HDR/*TRL
      * CONTROL RECORDS AS TUTFILE, FOR THE DAILY LOAD'S LINK
      * VALIDATION AND THE TUTINQ KEY LOOKUP.
      *----------------------------------------------------------
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------
      *  10/15/2026 DW   ORIGINAL COPYBOOK - SHARED BY TUTLKM,
      *                  testing1234 AND TUTINQ.
      *----------------------------------------------------------
       01  LNK-WORK-RECORD.
           05  LNK-MATCH-KEY.
               10  LNK-KEY         PIC X(10).
               10  LNK-TYPE        PIC X(01).
                   88  LNK-PREREQUISITE     VALUE 'P'.
                   88  LNK-SUPERSEDED-BY    VALUE 'S'.
               10  LNK-TARGET      PIC X(10).
           05  LNK-ADD-DATE        PIC X(08).
           05  LNK-ADD-BY          PIC X(08).
           05  FILLER              PIC X(03).
