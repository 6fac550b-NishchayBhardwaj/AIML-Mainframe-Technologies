      *> Dispute register record for DISPUTE-REGISTER-FILE
      *> (dispute_register.txt, INDEXED on DSP-SEQ-NO with DSP-CUST-ID
      *> as an ALTERNATE RECORD KEY WITH DUPLICATES). One row per
      *> disputed transaction, keyed by the TRAN-SEQ-NO it disputes,
      *> written and resolved only by CUST-DISP. The transaction's
      *> customer, date, type and amount are copied in when the
      *> dispute is opened so the register reads on its own;
      *> DSP-AMOUNT is the part of TRAN-AMOUNT the customer is
      *> disputing (the whole amount unless the request named less).
      *> DSP-STATUS is OPEN until resolved UPHELD or DENIED; an
      *> UPHELD dispute has had its REVRSL request handed to
      *> TRAN-RVSL. Resolved rows stay on file as the record of the
      *> decision, so a transaction can be disputed only once.
       01  DISPUTE-RECORD.
           05  DSP-SEQ-NO          PIC 9(8).
           05  DSP-CUST-ID         PIC X(8).
           05  DSP-TRAN-DATE       PIC X(8).
           05  DSP-TRAN-TYPE       PIC X(6).
           05  DSP-TRAN-AMOUNT     PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  DSP-AMOUNT          PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  DSP-DISPUTE-DATE    PIC X(8).
           05  DSP-REASON          PIC X(4).
           05  DSP-STATUS          PIC X(6).
           05  DSP-OPERATOR-ID     PIC X(8).
           05  DSP-RESOLVED-DATE   PIC X(8).
           05  DSP-RESOLVED-BY     PIC X(8).
