      *> Transaction history record for TRAN-HISTORY-FILE
      *> (transaction_history.txt, INDEXED on TRH-SEQ-NO with
      *> TRH-CUST-ID as an ALTERNATE RECORD KEY WITH DUPLICATES - the
      *> same keys as customer_transactions.txt). CUST-HARC moves old
      *> posted transactions of live customers here so the indexed
      *> transaction file stops growing; CUST-PURG's append-only
      *> transaction_archive.txt still takes everything for purged
      *> customers. TRH-TRAN-IMAGE is the CUSTOMER-TRANSACTION-RECORD
      *> exactly as it stood, so it can be moved back over the live
      *> record area whole. TRH-ARCHIVE-DATE is the run date that
      *> moved the row and TRH-CUTOFF-DATE the retention cutoff that
      *> run used (both YYYYMMDD); every archived TRAN-DATE is before
      *> its cutoff.
       01  TRAN-HISTORY-RECORD.
           05  TRH-TRAN-IMAGE.
               10  TRH-SEQ-NO        PIC 9(8).
               10  TRH-CUST-ID       PIC X(8).
               10  TRH-DATE          PIC X(8).
               10  TRH-TYPE          PIC X(6).
               10  TRH-AMOUNT        PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
               10  TRH-POSTED-CYCLE  PIC X(8).
               10  TRH-REVERSAL-OF   PIC X(8).
           05  TRH-ARCHIVE-DATE    PIC X(8).
           05  TRH-CUTOFF-DATE     PIC X(8).
