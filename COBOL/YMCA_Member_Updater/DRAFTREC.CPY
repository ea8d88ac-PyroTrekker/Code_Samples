      ******************************************************************
      * Author: Graham Wenz
      * Date: 04/11/2018
      * Purpose: Bank draft file record layouts.  YMCA_DRAFTRUN writes
      *          one fixed-format file per monthly run for the bank:
      *          a debit entry (type D) per drafting member - routing
      *          and account number, amount, effective date, and a
      *          trace number unique within the run - closed by one
      *          batch trailer (type T) holding the entry count and
      *          the dollar total the bank balances the file against.
      *          The bank echoes the card number, effective date, and
      *          trace number back on its return file, which
      *          YMCA_RETCHECK reads in draft returns mode.  80-byte
      *          records; both layouts share the record area.
      ******************************************************************
       01  DRAFT-ENTRY-RECORD.
           05  DF-RECORD-TYPE          PIC X.
               88  DF-DEBIT-ENTRY                     VALUE "D".
               88  DF-BATCH-TRAILER                   VALUE "T".
           05  DF-ROUTING-NUMBER       PIC 9(9).
           05  DF-ACCOUNT-NUMBER       PIC X(17).
           05  DF-AMOUNT               PIC 9(6)V99.
           05  DF-EFFECTIVE-DATE       PIC 9(8).
           05  DF-TRACE-NUMBER         PIC 9(6).
           05  DF-CARD-NUMBER          PIC 9(6).
           05  DF-MEMBER-NAME          PIC X(20).
           05  FILLER                  PIC X(5).
       01  DRAFT-TRAILER-RECORD.
           05  DT-RECORD-TYPE          PIC X.
           05  DT-ENTRY-COUNT          PIC 9(6).
           05  DT-TOTAL-AMOUNT         PIC 9(10)V99.
           05  DT-EFFECTIVE-MONTH      PIC 9(6).
           05  DT-FILE-DATE            PIC 9(8).
           05  FILLER                  PIC X(47).
