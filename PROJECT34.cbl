       program-id. PROJECT34.
       AUTHOR. JIAZHAO ZHANG.

      * ==========================================================
      * This program is the daily general ledger interface run.
      * Finance has been re-keying receivables into the college
      * ledger by hand from PAYREG.TXT and FEEREG.TXT; this run
      * feeds the ledger straight from the permanent STULEDG.TXT
      * account ledger instead. STULEDG.TXT is only ever appended
      * to, so the extract point is the count of ledger records
      * already sent, kept on GLCTL.TXT with the last batch number
      * and extract date: each run sends only the records past
      * that point and moves it on, so no entry is sent twice. The
      * entries are summarized by ledger type and posted as one
      * debit line and one credit line per type, under the GL
      * accounts finance keeps on GLACCTS.TXT (one record per
      * ledger type: type, debit account, credit account). A
      * payment, returned payment, returned-item fee or credit
      * used moves the receivable by its amount; an assessed
      * charge or a re-keyed balance replaces the balance, so the
      * amount sent for it is the change from the student's
      * previous ledger balance, and a net reduction posts the
      * type's accounts the other way round. The interface file
      * GLINTFC.TXT is fixed format: a batch header, the journal
      * lines, and a trailer carrying the record count, the debit
      * and credit hash totals and the ledger entries extracted.
      * The control report GLCTLRPT.TXT lists every payment and
      * returned payment extracted, sorted into posting date order
      * since the ledger is kept in the order entries were
      * appended, with a deposit subtotal per posting date, so
      * finance can tie the run to the bank deposit, then the
      * summary by type and the batch totals. A missing or
      * incomplete account map stops the run before anything is
      * read; an unmapped ledger type, a ledger shorter than the
      * extract point or a full balance table cancels the batch
      * with the extract point left where it was.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE
               ASSIGN TO "C:\COBOL\STULEDG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT GL-ACCT-FILE
               ASSIGN TO "C:\COBOL\GLACCTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GL-ACCT-FILE-STATUS.
           SELECT GL-CTL-FILE
               ASSIGN TO "C:\COBOL\GLCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GL-CTL-FILE-STATUS.
           SELECT GL-INTFC-FILE-OUT
               ASSIGN TO "C:\COBOL\GLINTFC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-RPT-FILE-OUT
               ASSIGN TO "C:\COBOL\GLCTLRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASH-EXTRACT-FILE
               ASSIGN TO "C:\COBOL\GLCASH.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CASH-EXTRACT-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO "C:\COBOL\GLCSORT.WRK".
           SELECT SORTED-CASH-FILE
               ASSIGN TO "C:\COBOL\GLCSRTD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SORTED-CASH-STATUS.

       data division.
       FILE SECTION.
       FD LEDGER-FILE.
           COPY LEDGFD.

       FD GL-ACCT-FILE.
       01  GL-ACCT-RECORD.
           05  ACCT-LEDG-TYPE       PIC X(1).
           05  ACCT-DEBIT-ACCOUNT   PIC X(10).
           05  ACCT-CREDIT-ACCOUNT  PIC X(10).

       FD GL-CTL-FILE.
       01  GL-CTL-RECORD.
           05  CTL-LEDG-RECS-SENT   PIC 9(8).
           05  CTL-LAST-BATCH-NO    PIC 9(6).
           05  CTL-LAST-EXTRACT-DATE    PIC 9(8).

       FD  GL-INTFC-FILE-OUT.
       01  GL-INTFC-RECORD-OUT PIC X(80).

       FD  GL-RPT-FILE-OUT.
       01  GL-RPT-RECORD-OUT PIC X(80).

       FD  CASH-EXTRACT-FILE.
       01  CASH-EXTRACT-RECORD PIC X(25).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-POST-DATE       PIC 9(8).
           05  FILLER              PIC X(17).

       FD  SORTED-CASH-FILE.
       01  SORTED-CASH-RECORD.
           05  SCSH-POST-DATE      PIC 9(8).
           05  SCSH-STUDENT-NUMBER PIC 9(9).
           05  SCSH-TYPE           PIC X(1).
           05  SCSH-AMOUNT         PIC 9(5)V99.

       working-storage section.
       01  GL-HEADER-RECORD.
           05  FILLER          PIC X(1)    VALUE   "H".
           05  GLH-SOURCE      PIC X(8)    VALUE   "STUACCT ".
           05  GLH-BATCH-NO    PIC 9(6).
           05  GLH-EXTRACT-DATE    PIC 9(8).
           05  GLH-FIRST-LEDG-REC  PIC 9(8).
           05  GLH-LAST-LEDG-REC   PIC 9(8).
           05  FILLER          PIC X(41)   VALUE   SPACES.

       01  GL-DETAIL-RECORD.
           05  FILLER          PIC X(1)    VALUE   "D".
           05  GLD-BATCH-NO    PIC 9(6).
           05  GLD-ACCOUNT     PIC X(10).
           05  GLD-DR-CR       PIC X(1).
           05  GLD-AMOUNT      PIC 9(9)V99.
           05  GLD-LEDG-TYPE   PIC X(1).
           05  GLD-ENTRY-COUNT PIC 9(6).
           05  GLD-DESCRIPTION PIC X(20).
           05  FILLER          PIC X(24)   VALUE   SPACES.

       01  GL-TRAILER-RECORD.
           05  FILLER          PIC X(1)    VALUE   "T".
           05  GLT-BATCH-NO    PIC 9(6).
           05  GLT-RECORD-COUNT    PIC 9(6).
           05  GLT-DEBIT-HASH  PIC 9(11)V99.
           05  GLT-CREDIT-HASH PIC 9(11)V99.
           05  GLT-LEDG-ENTRY-COUNT    PIC 9(8).
           05  FILLER          PIC X(33)   VALUE   SPACES.

       01  RPT-TITLE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(34)
                   VALUE   "GL INTERFACE CONTROL REPORT  BATCH".
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  TITLE-BATCH-NO  PIC 9(6).
           05  FILLER          PIC X(11)   VALUE   "  RUN DATE ".
           05  TITLE-RUN-DATE  PIC 9(8).

       01  RPT-RANGE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(15)   VALUE   "LEDGER RECORDS ".
           05  RANGE-FIRST-REC PIC Z(7)9.
           05  FILLER          PIC X(6)    VALUE   " THRU ".
           05  RANGE-LAST-REC  PIC Z(7)9.

       01  CASH-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "STUDENT NO".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(8)    VALUE   "POSTED  ".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(20)   VALUE   "ENTRY".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "  RECEIVED".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "  RETURNED".

       01  CASH-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  CASH-STUDENT-NUMBER PIC 9(9).
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  CASH-POST-DATE  PIC 9(8).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  CASH-DESCRIPTION    PIC X(20).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  CASH-RECEIVED   PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  CASH-RETURNED   PIC ZZ,ZZ9.99.

       01  DEPOSIT-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  DEP-LABEL       PIC X(12)   VALUE   "DEPOSIT FOR ".
           05  DEP-POST-DATE   PIC 9(8).
           05  FILLER          PIC X(5)    VALUE   "  NET".
           05  DEP-NET         PIC -,---,--9.99.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  DEP-RECEIVED    PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  DEP-RETURNED    PIC Z,ZZZ,ZZ9.99.

       01  SUMMARY-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(22)   VALUE   "LEDGER TYPE".
           05  FILLER          PIC X(7)    VALUE   "ENTRIES".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "DEBIT".
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "CREDIT".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(14)   VALUE   "    NET AMOUNT".

       01  SUMMARY-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SUM-LEDG-TYPE   PIC X(1).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  SUM-DESCRIPTION PIC X(20).
           05  SUM-ENTRY-COUNT PIC ZZZZZ9.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SUM-DEBIT-ACCOUNT   PIC X(10).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  SUM-CREDIT-ACCOUNT  PIC X(10).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  SUM-NET-AMOUNT  PIC -,---,---,--9.99.

       01  BATCH-TOTAL-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(8)    VALUE   "RECORDS ".
           05  TOT-RECORD-COUNT    PIC ZZZZZ9.
           05  FILLER          PIC X(8)    VALUE   "  DEBITS".
           05  TOT-DEBIT-HASH  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(9)    VALUE   "  CREDITS".
           05  TOT-CREDIT-HASH PIC ZZ,ZZZ,ZZ9.99.

       01  CONTROL-POINT-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(27)
                   VALUE   "EXTRACT POINT MOVED FROM   ".
           05  CP-OLD-POINT    PIC Z(7)9.
           05  FILLER          PIC X(4)    VALUE   " TO ".
           05  CP-NEW-POINT    PIC Z(7)9.

       01  CANCEL-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(22)
                   VALUE   "*** BATCH CANCELLED - ".
           05  CANCEL-REASON   PIC X(40)   VALUE   SPACES.

       01  CANCEL-NOTE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(40)
                   VALUE   "NOTHING SENT - EXTRACT POINT NOT MOVED  ".

       01  GL-TYPE-VALUES.
           05  FILLER          PIC X(21)
                   VALUE   "PPAYMENTS RECEIVED   ".
           05  FILLER          PIC X(21)
                   VALUE   "RPAYMENTS RETURNED   ".
           05  FILLER          PIC X(21)
                   VALUE   "FRETURNED ITEM FEES  ".
           05  FILLER          PIC X(21)
                   VALUE   "CASSESSED CHARGES    ".
           05  FILLER          PIC X(21)
                   VALUE   "UCREDIT ON ACCT USED ".
           05  FILLER          PIC X(21)
                   VALUE   "ABALANCES RE-KEYED   ".

       01  GL-TYPE-TABLE REDEFINES GL-TYPE-VALUES.
           05  GL-TYPE-ENTRY   OCCURS 6 TIMES.
               10  TYPE-CODE-T         PIC X(1).
               10  TYPE-DESC-T         PIC X(20).

       01  GL-SUMMARY-TABLE.
           05  GL-SUMMARY-ENTRY    OCCURS 6 TIMES.
               10  TYPE-DEBIT-ACCT-T   PIC X(10)   VALUE SPACES.
               10  TYPE-CREDIT-ACCT-T  PIC X(10)   VALUE SPACES.
               10  TYPE-ENTRY-CTR-T    PIC 9(6)    VALUE ZERO.
               10  TYPE-NET-AMOUNT-T   PIC S9(9)V99 VALUE ZERO.

       01  BALANCE-TABLE-WS.
           05  BALANCE-ENTRY   OCCURS 5000 TIMES.
               10  BAL-STUDENT-NUMBER-T    PIC 9(9).
               10  BAL-LAST-BALANCE-T      PIC 9(4)V99.

       01  FLAGS.
           05  LEDG-EOF-FLAG   PIC X(1)    VALUE   "N".
           05  ACCT-EOF-FLAG   PIC X(1)    VALUE   "N".
           05  CANCEL-FLAG     PIC X(1)    VALUE   "N".
           05  CASH-SEEN-FLAG  PIC X(1)    VALUE   "N".
           05  CASH-EOF-FLAG   PIC X(1)    VALUE   "N".

       01  FILE-STATUS-WS.
           05  LEDGER-FILE-STATUS      PIC X(2)    VALUE "00".
           05  GL-ACCT-FILE-STATUS     PIC X(2)    VALUE "00".
           05  GL-CTL-FILE-STATUS      PIC X(2)    VALUE "00".
           05  CASH-EXTRACT-STATUS     PIC X(2)    VALUE "00".
           05  SORTED-CASH-STATUS      PIC X(2)    VALUE "00".

       01  COUNTERS.
           05  FILLER          PIC X(12)   VALUE "LEDGER READ ".
           05  LEDGER-RECS-READ    PIC 9(8)    VALUE ZERO.
           05  FILLER          PIC X(12)   VALUE "  EXTRACTED ".
           05  EXTRACTED-CTR   PIC 9(8)    VALUE ZERO.
           05  FILLER          PIC X(11)   VALUE "  GL LINES ".
           05  GL-LINE-CTR     PIC 9(6)    VALUE ZERO.

       01  EXTRACT-WS.
           05  RUN-DATE-WS         PIC 9(8)    VALUE ZERO.
           05  BATCH-NO-WS         PIC 9(6)    VALUE ZERO.
           05  PRIOR-BALANCE-WS    PIC 9(4)V99 VALUE ZERO.
           05  ENTRY-MOVEMENT-WS   PIC S9(5)V99 VALUE ZERO.
           05  RECORD-COUNT-WS     PIC 9(6)    VALUE ZERO.
           05  DEBIT-HASH-WS       PIC 9(11)V99 VALUE ZERO.
           05  CREDIT-HASH-WS      PIC 9(11)V99 VALUE ZERO.
           05  LINE-AMOUNT-WS      PIC 9(9)V99 VALUE ZERO.

       01  GL-CONTROL-WS.
           05  SENT-POINT-WS       PIC 9(8)    VALUE ZERO.
           05  LAST-BATCH-NO-WS    PIC 9(6)    VALUE ZERO.
           05  LAST-EXTRACT-DATE-WS    PIC 9(8)    VALUE ZERO.

       01  CASH-ENTRY-WS.
           05  CWS-POST-DATE       PIC 9(8).
           05  CWS-STUDENT-NUMBER  PIC 9(9).
           05  CWS-TYPE            PIC X(1).
           05  CWS-AMOUNT          PIC 9(5)V99.

       01  DEPOSIT-WS.
           05  DEPOSIT-DATE-WS     PIC 9(8)    VALUE ZERO.
           05  DEPOSIT-RECEIVED-WS PIC 9(7)V99 VALUE ZERO.
           05  DEPOSIT-RETURNED-WS PIC 9(7)V99 VALUE ZERO.
           05  TOTAL-RECEIVED-WS   PIC 9(7)V99 VALUE ZERO.
           05  TOTAL-RETURNED-WS   PIC 9(7)V99 VALUE ZERO.

       01 OTHER-VAR.
           05  TYPE-SUB        PIC 9(1)    VALUE ZERO.
           05  TYPE-FOUND-SUB  PIC 9(1)    VALUE ZERO.
           05  BAL-SUB         PIC 9(4)    VALUE ZERO.
           05  BAL-FOUND-SUB   PIC 9(4)    VALUE ZERO.
           05  BAL-TABLE-CTR   PIC 9(4)    VALUE ZERO.

       procedure division.

       *>Main module for the project.
       100-EXTRACT-GL-INTERFACE.
           PERFORM 201-INIT-GL-EXTRACT.
           PERFORM 202-PROCESS-ONE-ENTRY
               UNTIL LEDG-EOF-FLAG = "Y".
           PERFORM 203-TERM-GL-EXTRACT.
           STOP RUN.

       *>Initialization:
       *>Load the GL account map and the extract point, open the
       *>files, title the control report, read the first ledger
       *>entry.
       201-INIT-GL-EXTRACT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-WS.
           PERFORM 709-READ-GL-ACCOUNTS.
           PERFORM 710-READ-GL-CONTROL.
           PERFORM 701-OPEN-FILES.
           PERFORM 711-WRITE-REPORT-TITLE.
           PERFORM 703-READ-LEDGER-REC.

       *>Extract module:
       *>Find the balance the student's previous ledger entry left,
       *>summarize the entry when it is past the extract point,
       *>remember the balance it leaves, repeat until the end of
       *>the ledger.
       202-PROCESS-ONE-ENTRY.
           PERFORM 704-FIND-PRIOR-BALANCE.
           IF LEDGER-RECS-READ > SENT-POINT-WS
               PERFORM 705-EXTRACT-ENTRY
           END-IF.
           MOVE LEDG-NEW-BALANCE TO BAL-LAST-BALANCE-T(BAL-FOUND-SUB).
           PERFORM 703-READ-LEDGER-REC.

       *>Termination module:
       *>Sort the payments and returned payments extracted into
       *>posting date order and list them for the bank deposit,
       *>then either send the batch and move the extract point on,
       *>or cancel it and leave the point where it was; display the
       *>counters, close the files.
       203-TERM-GL-EXTRACT.
           CLOSE CASH-EXTRACT-FILE.
           IF CASH-SEEN-FLAG = "Y"
               PERFORM 727-SORT-CASH-ENTRIES
               PERFORM 728-LIST-DEPOSITS
               PERFORM 714-WRITE-DEPOSIT-TOTAL
           END-IF.
           IF LEDGER-RECS-READ < SENT-POINT-WS
               MOVE "Y" TO CANCEL-FLAG
               MOVE "LEDGER SHORTER THAN THE EXTRACT POINT"
                   TO CANCEL-REASON
           END-IF.
           IF CANCEL-FLAG = "Y"
               WRITE GL-RPT-RECORD-OUT FROM CANCEL-LINE-RECORD
                   AFTER 2 LINES
               WRITE GL-RPT-RECORD-OUT FROM CANCEL-NOTE-RECORD
               DISPLAY CANCEL-LINE-RECORD
           ELSE
               PERFORM 715-WRITE-INTERFACE-BATCH
               PERFORM 718-WRITE-SUMMARY
               PERFORM 720-UPDATE-GL-CONTROL
           END-IF.
           PERFORM 707-DISPLAY-AUDIT-COUNTERS.
           PERFORM 708-CLOSE-FILES.

       *>Load finance's GL account map into the ledger type table.
       *>Every ledger type must be mapped to a debit and a credit
       *>account before anything is summarized: a missing file, an
       *>unknown type or an unmapped type is a setup error, and the
       *>job refuses to start rather than post to the wrong
       *>accounts.
       709-READ-GL-ACCOUNTS.
           OPEN INPUT GL-ACCT-FILE.
           IF GL-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "GL ACCOUNT MAP GLACCTS.TXT MISSING"
               DISPLAY "RUN CANCELLED"
               STOP RUN
           END-IF.
           PERFORM 721-READ-ONE-ACCOUNT
               UNTIL ACCT-EOF-FLAG = "Y".
           CLOSE GL-ACCT-FILE.
           PERFORM 723-CHECK-ONE-TYPE-MAPPED
               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 6.

       *>Read one account map record and file its accounts under
       *>its ledger type.
       721-READ-ONE-ACCOUNT.
           READ GL-ACCT-FILE
               AT END
                   MOVE "Y" TO ACCT-EOF-FLAG
               NOT AT END
                   MOVE ACCT-LEDG-TYPE TO GLD-LEDG-TYPE
                   PERFORM 722-FIND-LEDGER-TYPE
                   IF TYPE-FOUND-SUB = ZERO
                       DISPLAY "UNKNOWN LEDGER TYPE IN GLACCTS.TXT: "
                           ACCT-LEDG-TYPE
                       DISPLAY "RUN CANCELLED"
                       STOP RUN
                   END-IF
                   MOVE ACCT-DEBIT-ACCOUNT
                       TO TYPE-DEBIT-ACCT-T(TYPE-FOUND-SUB)
                   MOVE ACCT-CREDIT-ACCOUNT
                       TO TYPE-CREDIT-ACCT-T(TYPE-FOUND-SUB)
           END-READ.

       *>Find the table entry for the ledger type in GLD-LEDG-TYPE;
       *>TYPE-FOUND-SUB is left at zero when there is none.
       722-FIND-LEDGER-TYPE.
           MOVE ZERO TO TYPE-FOUND-SUB.
           PERFORM 724-MATCH-ONE-TYPE
               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 6.

       *>Note this table entry when it carries the type sought.
       724-MATCH-ONE-TYPE.
           IF TYPE-CODE-T(TYPE-SUB) = GLD-LEDG-TYPE
               MOVE TYPE-SUB TO TYPE-FOUND-SUB
           END-IF.

       *>A ledger type with either account blank is not mapped.
       723-CHECK-ONE-TYPE-MAPPED.
           IF TYPE-DEBIT-ACCT-T(TYPE-SUB) = SPACES
                   OR TYPE-CREDIT-ACCT-T(TYPE-SUB) = SPACES
               DISPLAY "NO GL ACCOUNTS FOR LEDGER TYPE "
                   TYPE-CODE-T(TYPE-SUB) " IN GLACCTS.TXT"
               DISPLAY "RUN CANCELLED"
               STOP RUN
           END-IF.

       *>Read the extract point. With no control file this is the
       *>first extract, and everything on the ledger is sent; a
       *>control record that is not numeric is a setup error.
       710-READ-GL-CONTROL.
           OPEN INPUT GL-CTL-FILE.
           IF GL-CTL-FILE-STATUS = "00"
               READ GL-CTL-FILE INTO GL-CONTROL-WS
                   AT END
                       MOVE ZERO TO SENT-POINT-WS
               END-READ
               CLOSE GL-CTL-FILE
           END-IF.
           IF SENT-POINT-WS NOT NUMERIC
                   OR LAST-BATCH-NO-WS NOT NUMERIC
               DISPLAY "BAD EXTRACT POINT IN GLCTL.TXT"
               DISPLAY "RUN CANCELLED"
               STOP RUN
           END-IF.
           COMPUTE BATCH-NO-WS = LAST-BATCH-NO-WS + 1.

       *>Open the ledger, the two outputs and the work file the
       *>payments and returned payments are extracted to for the
       *>deposit listing. The interface file is emptied even when
       *>the batch is cancelled, so yesterday's batch is never
       *>picked up twice. With no ledger there is nothing to
       *>extract.
       701-OPEN-FILES.
           OPEN INPUT LEDGER-FILE
                OUTPUT GL-INTFC-FILE-OUT
                OUTPUT GL-RPT-FILE-OUT
                OUTPUT CASH-EXTRACT-FILE.
           IF LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "NO LEDGER ON FILE - NOTHING TO EXTRACT"
               MOVE "Y" TO LEDG-EOF-FLAG
           END-IF.

       *>Title the control report with the batch and run date, and
       *>head the deposit listing.
       711-WRITE-REPORT-TITLE.
           MOVE BATCH-NO-WS TO TITLE-BATCH-NO.
           MOVE RUN-DATE-WS TO TITLE-RUN-DATE.
           WRITE GL-RPT-RECORD-OUT FROM RPT-TITLE-RECORD.
           WRITE GL-RPT-RECORD-OUT FROM CASH-HEADER
               AFTER 2 LINES.

       *>Read the next ledger entry, counting every one: the count
       *>is the entry's place on the ledger.
       703-READ-LEDGER-REC.
           IF LEDG-EOF-FLAG NOT = "Y"
               READ LEDGER-FILE
                   AT END
                       MOVE "Y" TO LEDG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO LEDGER-RECS-READ
               END-READ
           END-IF.

       *>Find the balance the student's previous ledger entry left.
       *>A student seen for the first time has none, and starts a
       *>new table entry. A full table cancels the batch: without
       *>the previous balance a charge or re-key cannot be valued.
       704-FIND-PRIOR-BALANCE.
           MOVE ZERO TO BAL-FOUND-SUB.
           MOVE ZERO TO PRIOR-BALANCE-WS.
           PERFORM 725-MATCH-ONE-BALANCE
               VARYING BAL-SUB FROM 1 BY 1
               UNTIL BAL-SUB > BAL-TABLE-CTR
                  OR BAL-FOUND-SUB NOT = ZERO.
           IF BAL-FOUND-SUB = ZERO
               IF BAL-TABLE-CTR < 5000
                   ADD 1 TO BAL-TABLE-CTR
                   MOVE BAL-TABLE-CTR TO BAL-FOUND-SUB
                   MOVE LEDG-STUDENT-NUMBER
                       TO BAL-STUDENT-NUMBER-T(BAL-FOUND-SUB)
               ELSE
                   MOVE 1 TO BAL-FOUND-SUB
                   MOVE "Y" TO CANCEL-FLAG
                   MOVE "STUDENT BALANCE TABLE FULL"
                       TO CANCEL-REASON
               END-IF
           ELSE
               MOVE BAL-LAST-BALANCE-T(BAL-FOUND-SUB)
                   TO PRIOR-BALANCE-WS
           END-IF.

       *>Note this table entry when it belongs to the student.
       725-MATCH-ONE-BALANCE.
           IF BAL-STUDENT-NUMBER-T(BAL-SUB) = LEDG-STUDENT-NUMBER
               MOVE BAL-SUB TO BAL-FOUND-SUB
           END-IF.

       *>Value one entry past the extract point and add it to its
       *>ledger type's summary. A charge or re-key is valued as the
       *>change in balance; every other type by its amount. A
       *>payment or returned payment is also kept aside for the
       *>bank deposit listing. A type finance has no accounts for
       *>cancels the batch.
       705-EXTRACT-ENTRY.
           ADD 1 TO EXTRACTED-CTR.
           MOVE LEDG-TYPE TO GLD-LEDG-TYPE.
           PERFORM 722-FIND-LEDGER-TYPE.
           IF TYPE-FOUND-SUB = ZERO
               MOVE "Y" TO CANCEL-FLAG
               MOVE "UNMAPPED LEDGER TYPE ON STULEDG.TXT"
                   TO CANCEL-REASON
           ELSE
               IF LEDG-TYPE = "C" OR LEDG-TYPE = "A"
                   COMPUTE ENTRY-MOVEMENT-WS =
                       LEDG-NEW-BALANCE - PRIOR-BALANCE-WS
               ELSE
                   MOVE LEDG-AMOUNT TO ENTRY-MOVEMENT-WS
               END-IF
               ADD 1 TO TYPE-ENTRY-CTR-T(TYPE-FOUND-SUB)
               ADD ENTRY-MOVEMENT-WS
                   TO TYPE-NET-AMOUNT-T(TYPE-FOUND-SUB)
               IF LEDG-TYPE = "P" OR LEDG-TYPE = "R"
                   PERFORM 706-SAVE-CASH-ENTRY
               END-IF
           END-IF.

       *>Keep one payment or returned payment aside on the cash
       *>extract, posting date first so it can be sorted on it.
       706-SAVE-CASH-ENTRY.
           MOVE LEDG-POST-DATE      TO CWS-POST-DATE.
           MOVE LEDG-STUDENT-NUMBER TO CWS-STUDENT-NUMBER.
           MOVE LEDG-TYPE           TO CWS-TYPE.
           MOVE LEDG-AMOUNT         TO CWS-AMOUNT.
           WRITE CASH-EXTRACT-RECORD FROM CASH-ENTRY-WS.
           MOVE "Y" TO CASH-SEEN-FLAG.

       *>Sort the cash extract into posting date order; entries
       *>posted the same date keep the order they were posted in.
       727-SORT-CASH-ENTRIES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-POST-DATE
               WITH DUPLICATES IN ORDER
               USING CASH-EXTRACT-FILE
               GIVING SORTED-CASH-FILE.

       *>List the sorted payments and returned payments, with a
       *>deposit subtotal as each posting date closes.
       728-LIST-DEPOSITS.
           OPEN INPUT SORTED-CASH-FILE.
           IF SORTED-CASH-STATUS NOT = "00"
               DISPLAY "SORTED CASH ENTRIES OPEN FAILED, STATUS "
                   SORTED-CASH-STATUS
           ELSE
               MOVE "N" TO CASH-EOF-FLAG
               MOVE ZERO TO DEPOSIT-DATE-WS
               PERFORM 729-READ-CASH-ENTRY
               PERFORM 712-WRITE-CASH-LINE
                   UNTIL CASH-EOF-FLAG = "Y"
               IF DEPOSIT-DATE-WS NOT = ZERO
                   PERFORM 713-WRITE-DEPOSIT-LINE
               END-IF
               CLOSE SORTED-CASH-FILE
           END-IF.

       *>Read the next sorted cash entry.
       729-READ-CASH-ENTRY.
           READ SORTED-CASH-FILE
               AT END
                   MOVE "Y" TO CASH-EOF-FLAG
           END-READ.

       *>List one payment or returned payment on the deposit
       *>listing, closing off the previous posting date's deposit
       *>first when the date changes, then read the next.
       712-WRITE-CASH-LINE.
           IF SCSH-POST-DATE NOT = DEPOSIT-DATE-WS
               IF DEPOSIT-DATE-WS NOT = ZERO
                   PERFORM 713-WRITE-DEPOSIT-LINE
               END-IF
               MOVE SCSH-POST-DATE TO DEPOSIT-DATE-WS
               MOVE ZERO TO DEPOSIT-RECEIVED-WS
               MOVE ZERO TO DEPOSIT-RETURNED-WS
           END-IF.
           MOVE SCSH-TYPE TO GLD-LEDG-TYPE.
           PERFORM 722-FIND-LEDGER-TYPE.
           MOVE SCSH-STUDENT-NUMBER TO CASH-STUDENT-NUMBER.
           MOVE SCSH-POST-DATE TO CASH-POST-DATE.
           MOVE TYPE-DESC-T(TYPE-FOUND-SUB) TO CASH-DESCRIPTION.
           MOVE ZERO TO CASH-RECEIVED.
           MOVE ZERO TO CASH-RETURNED.
           IF SCSH-TYPE = "P"
               MOVE SCSH-AMOUNT TO CASH-RECEIVED
               ADD SCSH-AMOUNT TO DEPOSIT-RECEIVED-WS
               ADD SCSH-AMOUNT TO TOTAL-RECEIVED-WS
           ELSE
               MOVE SCSH-AMOUNT TO CASH-RETURNED
               ADD SCSH-AMOUNT TO DEPOSIT-RETURNED-WS
               ADD SCSH-AMOUNT TO TOTAL-RETURNED-WS
           END-IF.
           WRITE GL-RPT-RECORD-OUT FROM CASH-LINE-RECORD.
           PERFORM 729-READ-CASH-ENTRY.

       *>Write the deposit subtotal for the posting date just
       *>listed: received, returned, and the net that should match
       *>the bank deposit.
       713-WRITE-DEPOSIT-LINE.
           MOVE "DEPOSIT FOR " TO DEP-LABEL.
           MOVE DEPOSIT-DATE-WS TO DEP-POST-DATE.
           MOVE DEPOSIT-RECEIVED-WS TO DEP-RECEIVED.
           MOVE DEPOSIT-RETURNED-WS TO DEP-RETURNED.
           COMPUTE DEP-NET =
               DEPOSIT-RECEIVED-WS - DEPOSIT-RETURNED-WS.
           WRITE GL-RPT-RECORD-OUT FROM DEPOSIT-LINE-RECORD.

       *>Write the total over every posting date listed.
       714-WRITE-DEPOSIT-TOTAL.
           MOVE "TOTAL ALL   " TO DEP-LABEL.
           MOVE ZERO TO DEP-POST-DATE.
           MOVE TOTAL-RECEIVED-WS TO DEP-RECEIVED.
           MOVE TOTAL-RETURNED-WS TO DEP-RETURNED.
           COMPUTE DEP-NET =
               TOTAL-RECEIVED-WS - TOTAL-RETURNED-WS.
           WRITE GL-RPT-RECORD-OUT FROM DEPOSIT-LINE-RECORD
               AFTER 2 LINES.

       *>Write the interface batch: the header, a debit and a
       *>credit line for every ledger type with a net amount, and
       *>the trailer with the record count (header and trailer
       *>included) and the hash totals.
       715-WRITE-INTERFACE-BATCH.
           MOVE BATCH-NO-WS TO GLH-BATCH-NO.
           MOVE RUN-DATE-WS TO GLH-EXTRACT-DATE.
           COMPUTE GLH-FIRST-LEDG-REC = SENT-POINT-WS + 1.
           MOVE LEDGER-RECS-READ TO GLH-LAST-LEDG-REC.
           WRITE GL-INTFC-RECORD-OUT FROM GL-HEADER-RECORD.
           ADD 1 TO RECORD-COUNT-WS.
           PERFORM 716-WRITE-TYPE-LINES
               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 6.
           ADD 1 TO RECORD-COUNT-WS.
           MOVE BATCH-NO-WS TO GLT-BATCH-NO.
           MOVE RECORD-COUNT-WS TO GLT-RECORD-COUNT.
           MOVE DEBIT-HASH-WS TO GLT-DEBIT-HASH.
           MOVE CREDIT-HASH-WS TO GLT-CREDIT-HASH.
           MOVE EXTRACTED-CTR TO GLT-LEDG-ENTRY-COUNT.
           WRITE GL-INTFC-RECORD-OUT FROM GL-TRAILER-RECORD.

       *>Post one ledger type's net amount: debit its debit
       *>account and credit its credit account, or the other way
       *>round when the net is a reduction.
       716-WRITE-TYPE-LINES.
           IF TYPE-NET-AMOUNT-T(TYPE-SUB) NOT = ZERO
               MOVE BATCH-NO-WS TO GLD-BATCH-NO
               MOVE TYPE-CODE-T(TYPE-SUB) TO GLD-LEDG-TYPE
               MOVE TYPE-ENTRY-CTR-T(TYPE-SUB) TO GLD-ENTRY-COUNT
               MOVE TYPE-DESC-T(TYPE-SUB) TO GLD-DESCRIPTION
               IF TYPE-NET-AMOUNT-T(TYPE-SUB) > ZERO
                   MOVE TYPE-NET-AMOUNT-T(TYPE-SUB) TO LINE-AMOUNT-WS
                   MOVE TYPE-DEBIT-ACCT-T(TYPE-SUB) TO GLD-ACCOUNT
                   PERFORM 717-WRITE-DEBIT-LINE
                   MOVE TYPE-CREDIT-ACCT-T(TYPE-SUB) TO GLD-ACCOUNT
                   PERFORM 719-WRITE-CREDIT-LINE
               ELSE
                   COMPUTE LINE-AMOUNT-WS =
                       ZERO - TYPE-NET-AMOUNT-T(TYPE-SUB)
                   MOVE TYPE-CREDIT-ACCT-T(TYPE-SUB) TO GLD-ACCOUNT
                   PERFORM 717-WRITE-DEBIT-LINE
                   MOVE TYPE-DEBIT-ACCT-T(TYPE-SUB) TO GLD-ACCOUNT
                   PERFORM 719-WRITE-CREDIT-LINE
               END-IF
           END-IF.

       *>Write one debit journal line and add it to the debit hash.
       717-WRITE-DEBIT-LINE.
           MOVE "D" TO GLD-DR-CR.
           MOVE LINE-AMOUNT-WS TO GLD-AMOUNT.
           WRITE GL-INTFC-RECORD-OUT FROM GL-DETAIL-RECORD.
           ADD LINE-AMOUNT-WS TO DEBIT-HASH-WS.
           ADD 1 TO RECORD-COUNT-WS.
           ADD 1 TO GL-LINE-CTR.

       *>Write one credit journal line and add it to the credit
       *>hash.
       719-WRITE-CREDIT-LINE.
           MOVE "C" TO GLD-DR-CR.
           MOVE LINE-AMOUNT-WS TO GLD-AMOUNT.
           WRITE GL-INTFC-RECORD-OUT FROM GL-DETAIL-RECORD.
           ADD LINE-AMOUNT-WS TO CREDIT-HASH-WS.
           ADD 1 TO RECORD-COUNT-WS.
           ADD 1 TO GL-LINE-CTR.

       *>Print the summary by ledger type and the batch totals as
       *>sent, so the report ties to the interface trailer.
       718-WRITE-SUMMARY.
           COMPUTE RANGE-FIRST-REC = SENT-POINT-WS + 1.
           MOVE LEDGER-RECS-READ TO RANGE-LAST-REC.
           WRITE GL-RPT-RECORD-OUT FROM RPT-RANGE-RECORD
               AFTER 2 LINES.
           WRITE GL-RPT-RECORD-OUT FROM SUMMARY-HEADER
               AFTER 2 LINES.
           PERFORM 726-WRITE-SUMMARY-LINE
               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 6.
           MOVE RECORD-COUNT-WS TO TOT-RECORD-COUNT.
           MOVE DEBIT-HASH-WS TO TOT-DEBIT-HASH.
           MOVE CREDIT-HASH-WS TO TOT-CREDIT-HASH.
           WRITE GL-RPT-RECORD-OUT FROM BATCH-TOTAL-RECORD
               AFTER 2 LINES.
           MOVE SENT-POINT-WS TO CP-OLD-POINT.
           MOVE LEDGER-RECS-READ TO CP-NEW-POINT.
           WRITE GL-RPT-RECORD-OUT FROM CONTROL-POINT-RECORD.

       *>Print one ledger type's entries, accounts and net amount.
       726-WRITE-SUMMARY-LINE.
           MOVE TYPE-CODE-T(TYPE-SUB) TO SUM-LEDG-TYPE.
           MOVE TYPE-DESC-T(TYPE-SUB) TO SUM-DESCRIPTION.
           MOVE TYPE-ENTRY-CTR-T(TYPE-SUB) TO SUM-ENTRY-COUNT.
           MOVE TYPE-DEBIT-ACCT-T(TYPE-SUB) TO SUM-DEBIT-ACCOUNT.
           MOVE TYPE-CREDIT-ACCT-T(TYPE-SUB) TO SUM-CREDIT-ACCOUNT.
           MOVE TYPE-NET-AMOUNT-T(TYPE-SUB) TO SUM-NET-AMOUNT.
           WRITE GL-RPT-RECORD-OUT FROM SUMMARY-LINE-RECORD.

       *>Move the extract point on to the last ledger entry sent,
       *>with this batch's number and date.
       720-UPDATE-GL-CONTROL.
           MOVE LEDGER-RECS-READ TO SENT-POINT-WS.
           MOVE BATCH-NO-WS TO LAST-BATCH-NO-WS.
           MOVE RUN-DATE-WS TO LAST-EXTRACT-DATE-WS.
           OPEN OUTPUT GL-CTL-FILE.
           WRITE GL-CTL-RECORD FROM GL-CONTROL-WS.
           IF GL-CTL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: GLCTL.TXT WRITE FAILED, STATUS "
                   GL-CTL-FILE-STATUS
               DISPLAY "NEXT RUN WILL RESEND BATCH " BATCH-NO-WS
           END-IF.
           CLOSE GL-CTL-FILE.

      *Write audit trail to check every record processed
       707-DISPLAY-AUDIT-COUNTERS.
           DISPLAY COUNTERS.

      *Close all the files to finish this function.
       708-CLOSE-FILES.
           CLOSE LEDGER-FILE GL-INTFC-FILE-OUT GL-RPT-FILE-OUT.

       end program PROJECT34.
