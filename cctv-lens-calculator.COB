               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT SHORTAGE-FILE ASSIGN TO "SHORTAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHORT-STATUS.
           SELECT OPTIONAL SHORT-ORDERED-FILE ASSIGN TO "SHORTORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHO-STATUS.
           SELECT PICK-LIST-FILE ASSIGN TO "PICKLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WO-AGING-FILE ASSIGN TO "WOAGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STOCK-TXN-FILE ASSIGN TO "STOCKTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STX-STATUS.
           SELECT STOCK-MOVE-FILE ASSIGN TO "STOCKMOV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.
           SELECT OPTIONAL SUPP-COST-FILE ASSIGN TO "SUPPCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPC-STATUS.
           SELECT OPTIONAL PURCHASE-ORDER-FILE
               ASSIGN TO "PURCHORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT PO-PRINT-FILE ASSIGN TO "POPRINT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICE-REG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVR-STATUS.
           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMT-STATUS.
           SELECT INVOICE-PRINT-FILE ASSIGN TO "INVOICES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-AGING-FILE ASSIGN TO "ARAGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUOTE-REG-FILE ASSIGN TO "QUOTEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTR-STATUS.
           SELECT PIPELINE-FILE ASSIGN TO "PIPELINE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-FILE ASSIGN TO "INTEGRITY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-CHECK-FILE ASSIGN TO "EDITCHK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CREW-MASTER-FILE ASSIGN TO "CREWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREW-STATUS.
           SELECT DISPATCH-FILE ASSIGN TO "DISPATCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ASSET-FILE ASSIGN TO "ASSETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-STATUS.
           SELECT WARRANTY-FILE ASSIGN TO "WARRANTY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVAL-FILE ASSIGN TO "SPECAPPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

        05 LC-PART PIC X(10).
        05 LC-DESC PIC X(24).
        05 LC-APERTURE PIC 9(2)V9.
        05 LC-FORMAT PIC 9(2).
        05 LC-FORMAT-X REDEFINES LC-FORMAT PIC X(2).
        05 LC-MOUNT  PIC X(6).

       FD CAMERA-MASTER-FILE.
       01 CAMERA-MASTER-RECORD.
        05 CM-MOUNT-TYPE  PIC X(8).
        05 CM-ACTIVE      PIC X(1).
        05 CM-MIN-LUX     PIC 9(2)V9(3).
        05 CM-WARRANTY-MO PIC 9(3).
        05 CM-LENS-MOUNT  PIC X(6).

      ******************************************************************
      * SURVEY.DAT carries record types so one input file can hold
        05 SPM-MODEL      PIC X(10).
        05 SPM-MOUNT-HEIGHT PIC 9(2)V99.
        05 SPM-TILT       PIC 9(2)V9.
        05 SPM-APPR-STATUS PIC X(1).
        05 SPM-APPROVER   PIC X(8).
        05 SPM-APPR-DATE  PIC X(10).
        05 SPM-REJECT-NOTE PIC X(40).

       FD COMPARE-FILE.
       01 COMPARE-RECORD PIC X(100).
      * re-survey replaces, in the spec-master layout plus the
      * timestamp of the run that archived it, appended and never
      * rewritten -- the audit trail UPDATE-SPEC-MASTER used to throw
      * away. The approval fields follow the archive timestamp so
      * lines cut before approvals existed still read back.
      ******************************************************************
       FD SPEC-HISTORY-FILE.
       01 SPEC-HISTORY-RECORD.
        05 SPH-MOUNT-HEIGHT PIC 9(2)V99.
        05 SPH-TILT       PIC 9(2)V9.
        05 SPH-ARCHIVED   PIC X(19).
        05 SPH-APPR-STATUS PIC X(1).
        05 SPH-APPROVER   PIC X(8).
        05 SPH-APPR-DATE  PIC X(10).
        05 SPH-REJECT-NOTE PIC X(40).

       FD DELTA-FILE.
       01 DELTA-RECORD PIC X(100).
       FD SHORTAGE-FILE.
       01 SHORTAGE-RECORD PIC X(100).

      ******************************************************************
      * SHORTORD.DAT: the SHORTAGE.TXT parts whose REQD quantity the
      * purchasing run has already dealt with, each line carrying the
      * run stamp from that report's heading. Rewritten whole by each
      * purchasing run; lines for an older report are dropped.
      ******************************************************************
       FD SHORT-ORDERED-FILE.
       01 SHORT-ORDERED-RECORD.
        05 SHO-RUN  PIC X(19).
        05 SHO-PART PIC X(10).

       FD PICK-LIST-FILE.
       01 PICK-LIST-RECORD PIC X(100).

      ******************************************************************
      * WORKORD.DAT: one work order per camera handed to the field
      * crews -- the spec plus the install facts a tech needs, and a
      * status byte: I = issued, C = completed, X = cancelled -- and
      * once billed, the number of the invoice that billed it. The
      * scheduling run fills in the crew assigned and the date it is
      * scheduled for; both are spaces until the order is scheduled.
      ******************************************************************
       FD WORK-ORDER-FILE.
       01 WORK-ORDER-RECORD.
        05 WO-ISSUED    PIC X(10).
        05 WO-COMPLETED PIC X(10).
        05 WO-INSTALLER PIC X(20).
        05 WO-INVOICE   PIC 9(6).
        05 WO-CREW      PIC X(6).
        05 WO-SCHED     PIC X(10).

       FD WO-AGING-FILE.
       01 WO-AGING-RECORD PIC X(100).
        05 SKL-CUST-CODE   PIC X(8).
        05 FILLER          PIC X(7).

      ******************************************************************
      * STOCKTXN.DAT: the stock ledger -- one record per movement
      * posted against INVENTORY.DAT, appended and never rewritten.
      * Type R = receipt, I = issue, A = adjustment, C = cycle count.
      * Quantity and sign carry the change in on-hand (for a count,
      * the difference between the shelf count and the book figure),
      * balance the on-hand left after posting, reference the source
      * document (work order, purchase order) and note the operator's
      * reason text.
      ******************************************************************
       FD STOCK-TXN-FILE.
       01 STOCK-TXN-RECORD.
        05 STX-DATE    PIC X(10).
        05 STX-TYPE    PIC X(1).
         88 STX-IS-RECEIPT VALUE 'R'.
         88 STX-IS-ISSUE VALUE 'I'.
         88 STX-IS-ADJUST VALUE 'A'.
         88 STX-IS-COUNT VALUE 'C'.
        05 STX-PART    PIC X(10).
        05 STX-SIGN    PIC X(1).
        05 STX-QTY     PIC 9(5).
        05 STX-BALANCE PIC 9(5).
        05 STX-REF     PIC X(10).
        05 STX-NOTE    PIC X(20).

       FD STOCK-MOVE-FILE.
       01 STOCK-MOVE-RECORD PIC X(100).

      ******************************************************************
      * SUPPLIER.DAT: one record per lens supplier -- code, name and
      * the quoted lead time in days from order to delivery.
      ******************************************************************
       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
        05 SUP-CODE      PIC X(8).
        05 SUP-NAME      PIC X(30).
        05 SUP-LEAD-DAYS PIC 9(3).

      ******************************************************************
      * SUPPCOST.DAT: what each supplier charges us for a part (our
      * buy cost -- PRICES.DAT holds only the sell price) and the
      * supplier's minimum order quantity. A part may be listed
      * against more than one supplier; purchasing buys from the
      * cheapest.
      ******************************************************************
       FD SUPP-COST-FILE.
       01 SUPP-COST-RECORD.
        05 SPC-SUPPLIER PIC X(8).
        05 SPC-PART     PIC X(10).
        05 SPC-COST     PIC 9(5)V99.
        05 SPC-MIN-QTY  PIC 9(5).

      ******************************************************************
      * PURCHORD.DAT: one record per purchase-order line -- PO
      * number and line, supplier, part, quantity ordered, unit cost,
      * order and expected-delivery dates, quantity received so far,
      * a status byte (O = open, C = closed) and a delivery flag
      * (S = short, O = over, space = as ordered).
      ******************************************************************
       FD PURCHASE-ORDER-FILE.
       01 PURCHASE-ORDER-RECORD.
        05 POL-NUMBER   PIC 9(6).
        05 POL-LINE     PIC 9(2).
        05 POL-SUPPLIER PIC X(8).
        05 POL-PART     PIC X(10).
        05 POL-QTY      PIC 9(5).
        05 POL-COST     PIC 9(5)V99.
        05 POL-ORDERED  PIC X(10).
        05 POL-EXPECTED PIC X(10).
        05 POL-RECEIVED PIC 9(5).
        05 POL-STATUS   PIC X(1).
        05 POL-FLAG     PIC X(1).

       FD PO-PRINT-FILE.
       01 PO-PRINT-RECORD PIC X(100).

       FD OPEN-PO-FILE.
       01 OPEN-PO-RECORD PIC X(100).

      ******************************************************************
      * INVREG.DAT: the invoice register, one record per invoice --
      * number, date, billing customer and site, the number of work
      * orders billed, the subtotal/discount/tax/total block, what
      * has been paid against it and when last, and a status byte
      * (O = open, P = paid in full).
      ******************************************************************
       FD INVOICE-REG-FILE.
       01 INVOICE-REG-RECORD.
        05 IVR-NUMBER   PIC 9(6).
        05 IVR-DATE     PIC X(10).
        05 IVR-CUST     PIC X(8).
        05 IVR-SITE     PIC X(30).
        05 IVR-ORDERS   PIC 9(3).
        05 IVR-SUBTOTAL PIC 9(9)V99.
        05 IVR-DISC     PIC 9(9)V99.
        05 IVR-TAX      PIC 9(9)V99.
        05 IVR-TOTAL    PIC 9(9)V99.
        05 IVR-PAID     PIC 9(9)V99.
        05 IVR-LAST-PAY PIC X(10).
        05 IVR-STATUS   PIC X(1).

      ******************************************************************
      * PAYMENTS.DAT: every payment posted against the register,
      * appended and never rewritten -- date, invoice, amount and
      * the customer's remittance reference.
      ******************************************************************
       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
        05 PMT-DATE    PIC X(10).
        05 PMT-INVOICE PIC 9(6).
        05 PMT-AMOUNT  PIC 9(9)V99.
        05 PMT-REF     PIC X(10).

       FD INVOICE-PRINT-FILE.
       01 INVOICE-PRINT-RECORD PIC X(100).

       FD AR-AGING-FILE.
       01 AR-AGING-RECORD PIC X(100).

      ******************************************************************
      * QUOTEREG.DAT: the quote register, one record per quotation
      * printed to QUOTES.TXT -- quote number, site, billing
      * customer, the subtotal/discount/tax/total block, quote and
      * expiry dates, a status byte (O = open, A = accepted,
      * D = declined, E = expired) and the date it last changed.
      ******************************************************************
       FD QUOTE-REG-FILE.
       01 QUOTE-REG-RECORD.
        05 QTR-NUMBER   PIC 9(6).
        05 QTR-SITE     PIC X(30).
        05 QTR-CUST     PIC X(8).
        05 QTR-SUBTOTAL PIC 9(9)V99.
        05 QTR-DISC     PIC 9(7)V99.
        05 QTR-TAX      PIC 9(7)V99.
        05 QTR-TOTAL    PIC 9(9)V99.
        05 QTR-DATE     PIC X(10).
        05 QTR-EXPIRES  PIC X(10).
        05 QTR-STATUS   PIC X(1).
        05 QTR-CHANGED  PIC X(10).

       FD PIPELINE-FILE.
       01 PIPELINE-RECORD PIC X(100).

       FD INTEGRITY-FILE.
       01 INTEGRITY-RECORD PIC X(100).

       FD EDIT-CHECK-FILE.
       01 EDIT-CHECK-RECORD PIC X(100).

      ******************************************************************
      * CREWS.DAT: one record per installer crew -- crew code and
      * name, whether the crew is lift-certified, up to four
      * CM-MOUNT-TYPE values it is qualified to install, the number
      * of cameras it can put up in a day, and an active flag.
      ******************************************************************
       FD CREW-MASTER-FILE.
       01 CREW-MASTER-RECORD.
        05 CRW-CODE      PIC X(6).
        05 CRW-NAME      PIC X(20).
        05 CRW-LIFT-CERT PIC X(1).
        05 CRW-MOUNT     PIC X(8) OCCURS 4 TIMES.
        05 CRW-CAPACITY  PIC 9(2).
        05 CRW-ACTIVE    PIC X(1).

       FD DISPATCH-FILE.
       01 DISPATCH-RECORD PIC X(100).

      ******************************************************************
      * ASSETS.DAT: the installed-asset register, one record per unit
      * ever put up, keyed by site and camera. AS-STATE is 'A' for
      * the unit in service and 'R' for a unit since replaced, which
      * keeps its removal date and the reason it came down.
      ******************************************************************
       FD ASSET-FILE.
       01 ASSET-RECORD.
        05 AS-SITE         PIC X(30).
        05 AS-CAMERA       PIC X(10).
        05 AS-MODEL        PIC X(10).
        05 AS-PART         PIC X(10).
        05 AS-CAM-SERIAL   PIC X(20).
        05 AS-LENS-SERIAL  PIC X(20).
        05 AS-INSTALLED    PIC X(10).
        05 AS-INSTALLER    PIC X(20).
        05 AS-WARRANTY-END PIC X(10).
        05 AS-WO-NUMBER    PIC 9(6).
        05 AS-STATE        PIC X(1).
        05 AS-REMOVED      PIC X(10).
        05 AS-REASON       PIC X(30).

       FD WARRANTY-FILE.
       01 WARRANTY-RECORD PIC X(100).

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-MODE PIC 9(2).
        88 RUN-MODE-INTERACTIVE VALUE 1.
        88 RUN-MODE-BATCH VALUE 2.
        88 RUN-MODE-MAINT VALUE 3.
        88 RUN-MODE-WORKORDER VALUE 7.
        88 RUN-MODE-HOUSEKEEPING VALUE 8.
        88 RUN-MODE-SITES VALUE 9.
        88 RUN-MODE-STOCK VALUE 10.
        88 RUN-MODE-PURCHASING VALUE 11.
        88 RUN-MODE-INVOICING VALUE 12.
        88 RUN-MODE-QUOTE-REG VALUE 13.
        88 RUN-MODE-INTEGRITY VALUE 14.
        88 RUN-MODE-VALIDATE VALUE 15.
        88 RUN-MODE-CREWS VALUE 16.
        88 RUN-MODE-ASSETS VALUE 17.
        88 RUN-MODE-APPROVALS VALUE 18.
       01 WS-SURVEY-STATUS PIC X(2).
        88 SURVEY-FILE-OK VALUE '00'.
       01 WS-BATCH-CAMERA-COUNT PIC 9(5) VALUE 0.
      * and written back whole at the end of a batch run, the same
      * pattern the camera-model master uses; the spec-inquiry menu
      * choice keys a site and camera ID and shows the current record
      * on screen. Every new spec or new revision comes in pending
      * engineering approval (status P, with approver ID, decision
      * date and rejection note blank); only an approved (A) spec is
      * picked up for a work order, and a rejected (R) one waits for
      * the re-survey that raises its next revision.
      ******************************************************************
       01 WS-SPEC-STATUS PIC X(2).
        88 SPEC-FILE-OK VALUES '00' '05'.
         10 WS-SPEC-MODEL      PIC X(10).
         10 WS-SPEC-MOUNT-HT   PIC 9(2)V99.
         10 WS-SPEC-TILT       PIC 9(2)V9.
         10 WS-SPEC-APPR-STATUS PIC X(1).
          88 SPEC-PENDING VALUE 'P'.
          88 SPEC-APPROVED VALUE 'A'.
          88 SPEC-REJECTED VALUE 'R'.
         10 WS-SPEC-APPROVER   PIC X(8).
         10 WS-SPEC-APPR-DATE  PIC X(10).
         10 WS-SPEC-REJECT-NOTE PIC X(40).
       01 WS-SPEC-FOUND PIC X(1) VALUE 'N'.
        88 SPEC-RECORD-FOUND VALUE 'Y'.
       01 WS-SPEC-FULL PIC X(1) VALUE 'N'.
       01 WS-INV-QTY-DISP-2 PIC ZZZZ9.
       01 WS-INV-QTY-DISP-3 PIC ZZZZ9.

      ******************************************************************
      * Stock ledger (run mode 10): receipts, issues, adjustments and
      * cycle counts are posted to the in-memory inventory table,
      * appended to STOCKTXN.DAT and INVENTORY.DAT is written back
      * whole, so the shelf figures the batch nets against are kept
      * current instead of being hand-edited. Completing a work order
      * issues its lens part automatically, referenced by the work
      * order number. An issue can never take the shelf below zero:
      * it posts what is there and reports the shortfall. STOCKMOV.TXT
      * is the movement report -- per part, the opening balance for
      * the keyed period, each posting in it, and the closing
      * balance.
      ******************************************************************
       01 WS-STX-STATUS PIC X(2).
        88 STX-FILE-OK VALUES '00' '05'.
       01 WS-STK-CHOICE PIC 9(1).
        88 STK-RECEIPT VALUE 1.
        88 STK-ISSUE VALUE 2.
        88 STK-ADJUST VALUE 3.
        88 STK-COUNT VALUE 4.
        88 STK-MOVEMENTS VALUE 5.
        88 STK-RETURN VALUE 6.
       01 WS-STX-TYPE-IN PIC X(1).
       01 WS-STX-PART-IN PIC X(10).
       01 WS-STX-SIGN-IN PIC X(1).
        88 STX-SIGN-VALID VALUES '+' '-'.
       01 WS-STX-QTY-IN PIC 9(5).
       01 WS-STX-REF-IN PIC X(10).
       01 WS-STX-NOTE-IN PIC X(20).
       01 WS-STX-DELTA PIC 9(5).
       01 WS-STX-SHORT PIC 9(5).
       01 WS-STX-POSTED PIC X(1) VALUE 'N'.
        88 STX-POSTED VALUE 'Y'.
       01 WS-STX-DATE-IN PIC X(10).
       01 WS-LENS-LOOKUP-PART PIC X(10).
       01 WS-LENS-PART-FOUND PIC X(1) VALUE 'N'.
        88 LENS-PART-FOUND VALUE 'Y'.
       01 WS-MOV-PERIOD PIC X(7).
       01 WS-MOV-OPEN PIC S9(7).
       01 WS-MOV-CLOSE PIC S9(7).
       01 WS-MOV-SEEN PIC X(1).
        88 MOV-SEEN-BEFORE VALUE 'B'.
        88 MOV-SEEN-IN VALUE 'I'.
        88 MOV-SEEN-NONE VALUE 'N'.
       01 WS-MOV-TXN-DATE.
        05 WS-MOV-TXN-YM PIC X(7).
        05 FILLER PIC X(3).
       01 WS-MOV-LINES PIC 9(5).
       01 WS-MOV-PARTS PIC 9(3).
       01 WS-MOV-TYPE-NAME PIC X(7).
       01 WS-MOV-BAL-DISP PIC -ZZZZZ9.
       01 WS-MOV-BAL-DISP-2 PIC -ZZZZZ9.

      ******************************************************************
      * Purchasing (run mode 11): the supplier master (SUPPLIER.DAT)
      * and supplier part costs (SUPPCOST.DAT) are loaded at startup,
      * and PURCHORD.DAT is held as a keyed in-memory table like the
      * work-order file, written back whole after every action. The
      * purchasing run reads the last batch's SHORTAGE.TXT back off
      * its fixed columns for what the jobs require, orders each
      * part up to that requirement plus its reorder point, less
      * what is on hand now and already on order on open PO lines,
      * and buys from the cheapest supplier, at least the supplier's
      * minimum order quantity. A report's requirement is bought only
      * once: SHORTORD.DAT keeps, under the report's run stamp, the
      * parts already dealt with. Lines are grouped one numbered PO
      * per supplier (another PO after 99 lines), expected on the
      * order date plus the supplier's lead time, and printed to
      * POPRINT.TXT; a part no supplier sells us, or left over when
      * PURCHORD.DAT fills, is listed there as not ordered. Receiving
      * keys quantities against PO lines, posts them into stock
      * through the stock ledger, and flags short and over
      * deliveries; a short line stays open for the balance unless
      * it is closed short. OPENPO.TXT lists every open line with
      * what is still due and when, late lines flagged.
      ******************************************************************
       01 WS-SHORT-STATUS PIC X(2).
       01 WS-SHORT-LINE.
        05 WS-SHL-PART   PIC X(10).
        05 FILLER        PIC X(2).
        05 WS-SHL-DESC   PIC X(24).
        05 FILLER        PIC X(1).
        05 WS-SHL-REQD   PIC X(5).
        05 FILLER        PIC X(2).
        05 WS-SHL-ONHAND PIC X(5).
        05 FILLER        PIC X(2).
        05 WS-SHL-ORDER  PIC X(5).
        05 FILLER        PIC X(44).
       01 WS-SHORT-HEAD REDEFINES WS-SHORT-LINE.
        05 WS-SHH-TITLE  PIC X(31).
        05 WS-SHH-STAMP  PIC X(19).
        05 FILLER        PIC X(50).
       01 WS-SHO-STATUS PIC X(2).
        88 SHO-FILE-OK VALUES '00' '05'.
       01 WS-SHO-STAMP PIC X(19).
       01 WS-SHO-COUNT PIC 9(3) VALUE 0.
       01 WS-SHO-X PIC 9(3).
       01 WS-SHO-TABLE.
        05 WS-SHO-PART PIC X(10) OCCURS 1 TO 200 TIMES
           DEPENDING ON WS-SHO-COUNT.
       01 WS-SHO-FOUND PIC X(1) VALUE 'N'.
        88 SHO-PART-DONE VALUE 'Y'.
       01 WS-SHO-SKIPPED PIC 9(3).
       01 WS-SUP-STATUS PIC X(2).
        88 SUP-FILE-OK VALUES '00' '05'.
       01 WS-SUP-LOADED PIC X(1) VALUE 'N'.
        88 SUP-TABLE-LOADED VALUE 'Y'.
       01 WS-SUP-COUNT PIC 9(3) VALUE 0.
       01 WS-SU PIC 9(3).
       01 WS-SUP-TABLE.
        05 WS-SUP-ENTRY OCCURS 1 TO 100 TIMES
           DEPENDING ON WS-SUP-COUNT.
         10 WS-SUP-CODE      PIC X(8).
         10 WS-SUP-NAME      PIC X(30).
         10 WS-SUP-LEAD-DAYS PIC 9(3).
       01 WS-SUP-FOUND PIC X(1) VALUE 'N'.
        88 SUPPLIER-FOUND VALUE 'Y'.
       01 WS-SUP-LOOKUP-CODE PIC X(8).
       01 WS-SPC-STATUS PIC X(2).
        88 SPC-FILE-OK VALUES '00' '05'.
       01 WS-SPC-LOADED PIC X(1) VALUE 'N'.
        88 SPC-TABLE-LOADED VALUE 'Y'.
       01 WS-SPC-COUNT PIC 9(3) VALUE 0.
       01 WS-SC PIC 9(3).
       01 WS-SPC-TABLE.
        05 WS-SPC-ENTRY OCCURS 1 TO 300 TIMES
           DEPENDING ON WS-SPC-COUNT.
         10 WS-SPC-SUPPLIER PIC X(8).
         10 WS-SPC-PART     PIC X(10).
         10 WS-SPC-COST     PIC 9(5)V99.
         10 WS-SPC-MIN-QTY  PIC 9(5).
       01 WS-PO-STATUS PIC X(2).
        88 PO-FILE-OK VALUES '00' '05'.
       01 WS-PO-LOADED PIC X(1) VALUE 'N'.
        88 PO-TABLE-LOADED VALUE 'Y'.
       01 WS-PO-COUNT PIC 9(3) VALUE 0.
       01 WS-PL PIC 9(3).
       01 WS-PO-TABLE.
        05 WS-PO-ENTRY OCCURS 1 TO 500 TIMES
           DEPENDING ON WS-PO-COUNT.
         10 WS-PO-NUMBER   PIC 9(6).
         10 WS-PO-LINE     PIC 9(2).
         10 WS-PO-SUPPLIER PIC X(8).
         10 WS-PO-PART     PIC X(10).
         10 WS-PO-QTY      PIC 9(5).
         10 WS-PO-COST     PIC 9(5)V99.
         10 WS-PO-ORDERED  PIC X(10).
         10 WS-PO-EXPECTED PIC X(10).
         10 WS-PO-RECEIVED PIC 9(5).
         10 WS-PO-STATUS-B PIC X(1).
          88 PO-LINE-OPEN VALUE 'O'.
          88 PO-LINE-CLOSED VALUE 'C'.
         10 WS-PO-FLAG     PIC X(1).
          88 PO-LINE-SHORT VALUE 'S'.
          88 PO-LINE-OVER VALUE 'O'.
       01 WS-PO-NEXT-NUM PIC 9(6).
       01 WS-PO-LINE-NUM PIC 9(2).
       01 WS-PO-LOOKUP-NUM PIC 9(6).
       01 WS-PO-LOOKUP-LINE PIC 9(2).
       01 WS-PO-FOUND PIC X(1) VALUE 'N'.
        88 PO-LINE-FOUND VALUE 'Y'.
       01 WS-PO-CREATED PIC 9(3).
       01 WS-PO-LINES-MADE PIC 9(3).
       01 WS-PO-RECV-QTY PIC 9(5).
       01 WS-PO-DUE-QTY PIC 9(5).
       01 WS-PO-DIFF-QTY PIC 9(5).
       01 WS-PO-CLOSE-SHORT PIC X(1).
       01 WS-PO-ON-ORDER PIC 9(6).
       01 WS-PO-EXT PIC 9(7)V99.
       01 WS-PO-TOTAL PIC 9(9)V99.
       01 WS-PO-DUE-VALUE PIC 9(9)V99.
       01 WS-PO-EXPECT-DATE PIC X(10).
       01 WS-PO-LATE-COUNT PIC 9(3).
       01 WS-PO-OPEN-COUNT PIC 9(3).
       01 WS-PO-FLAG-TEXT PIC X(12).
       01 WS-PUR-CHOICE PIC 9(1).
        88 PUR-RAISE VALUE 1.
        88 PUR-RECEIVE VALUE 2.
        88 PUR-OPEN-REPORT VALUE 3.
        88 PUR-LIST VALUE 4.
        88 PUR-RETURN VALUE 5.
       01 WS-POREQ-COUNT PIC 9(3) VALUE 0.
       01 WS-PR PIC 9(3).
       01 WS-POREQ-TABLE.
        05 WS-POREQ-ENTRY OCCURS 1 TO 200 TIMES
           DEPENDING ON WS-POREQ-COUNT.
         10 WS-POREQ-PART   PIC X(10).
         10 WS-POREQ-QTY    PIC 9(5).
         10 WS-POREQ-SUP    PIC 9(3).
         10 WS-POREQ-COST   PIC 9(5)V99.
         10 WS-POREQ-SHORT  PIC X(1).
          88 POREQ-FROM-SHORTAGE VALUE 'Y'.
       01 WS-POREQ-FOUND PIC X(1) VALUE 'N'.
        88 POREQ-FOUND VALUE 'Y'.
       01 WS-POREQ-LOOKUP-PART PIC X(10).
       01 WS-PUR-QTY PIC 9(5).
       01 WS-PUR-NEED PIC S9(6).
       01 WS-PUR-BEST-COST PIC 9(5)V99.
       01 WS-PUR-MIN-QTY PIC 9(5).
       01 WS-PUR-NOSUP PIC 9(3).
       01 WS-PUR-UNORDERED PIC 9(3).
       01 WS-PUR-FULL PIC X(1) VALUE 'N'.
        88 PUR-PO-FILE-FULL VALUE 'Y'.
       01 WS-PO-AMT-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-PO-COST-DISP PIC ZZ,ZZ9.99.
       01 WS-PO-NUM-DISP PIC 9(6).
       01 WS-CAL-DATE.
        05 WS-CAL-YYYY PIC 9(4).
        05 WS-CAL-MM   PIC 9(2).
        05 WS-CAL-DD   PIC 9(2).

      ******************************************************************
      * Invoicing (run mode 12): the invoicing run collects completed
      * work orders that carry no invoice number, one invoice per
      * site, billed to the site's customer (SM-CUST-CODE on the
      * sites master, then CUSTMAST.DAT). Each order bills its lens
      * part at the PRICES.DAT price plus WS-QUO-MARKUP-PCT and one
      * WS-QUO-LABOR-RATE installation charge, and the invoice takes
      * the customer's contract discount and tax exactly as the site
      * quote does (COMPUTE-BILL-TOTALS). The invoice number is
      * written onto every order it bills, so an order is never
      * billed twice; a site with no customer is left unbilled and
      * reported. INVREG.DAT, the invoice register, is held in
      * memory and written back whole; payments are journalled to
      * PAYMENTS.DAT and carried on the register, and ARAGING.TXT
      * ages every open balance by customer from the invoice date.
      ******************************************************************
       01 WS-IVR-STATUS PIC X(2).
        88 IVR-FILE-OK VALUES '00' '05'.
       01 WS-IVR-LOADED PIC X(1) VALUE 'N'.
        88 IVR-TABLE-LOADED VALUE 'Y'.
       01 WS-IVR-COUNT PIC 9(3) VALUE 0.
       01 WS-IV PIC 9(3).
       01 WS-IVR-TABLE.
        05 WS-IVR-ENTRY OCCURS 1 TO 500 TIMES
           DEPENDING ON WS-IVR-COUNT.
         10 WS-IVR-NUMBER   PIC 9(6).
         10 WS-IVR-DATE     PIC X(10).
         10 WS-IVR-CUST     PIC X(8).
         10 WS-IVR-SITE     PIC X(30).
         10 WS-IVR-ORDERS   PIC 9(3).
         10 WS-IVR-SUBTOTAL PIC 9(9)V99.
         10 WS-IVR-DISC     PIC 9(9)V99.
         10 WS-IVR-TAX      PIC 9(9)V99.
         10 WS-IVR-TOTAL    PIC 9(9)V99.
         10 WS-IVR-PAID     PIC 9(9)V99.
         10 WS-IVR-LAST-PAY PIC X(10).
         10 WS-IVR-STATUS-B PIC X(1).
          88 IVR-IS-OPEN VALUE 'O'.
          88 IVR-IS-PAID VALUE 'P'.
       01 WS-IVR-FOUND PIC X(1) VALUE 'N'.
        88 INVOICE-FOUND VALUE 'Y'.
       01 WS-IVR-LOOKUP-NUM PIC 9(6).
       01 WS-IVR-NEXT-NUM PIC 9(6).
       01 WS-IVC-CHOICE PIC 9(1).
        88 IVC-RUN VALUE 1.
        88 IVC-PAYMENT VALUE 2.
        88 IVC-AGING VALUE 3.
        88 IVC-RETURN VALUE 4.
       01 WS-IVC-SITE PIC X(30).
       01 WS-IVC-ORDERS PIC 9(3).
       01 WS-IVC-CREATED PIC 9(3).
       01 WS-IVC-SKIPPED PIC 9(3).
       01 WS-IVC-UNPRICED PIC 9(3).
       01 WS-IVC-W PIC 9(3).
       01 WS-IVC-NUM-DISP PIC 9(6).
       01 WS-IVC-BALANCE PIC 9(9)V99.
       01 WS-IVC-AMT-DISP PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PMT-STATUS PIC X(2).
        88 PMT-FILE-OK VALUES '00' '05'.
       01 WS-PMT-AMT-ENTRY PIC X(12).
       01 WS-PMT-AMOUNT PIC 9(9)V99.
       01 WS-PMT-DATE-IN PIC X(10).
       01 WS-PMT-REF-IN PIC X(10).
       01 WS-AR-DAYS PIC 9(5).
       01 WS-AR-BUCKETS.
        05 WS-AR-BUCKET PIC 9(9)V99 OCCURS 4 TIMES.
       01 WS-AR-CUST-BUCKETS.
        05 WS-AR-CUST-BUCKET PIC 9(9)V99 OCCURS 4 TIMES.
       01 WS-AR-TOTAL-BUCKETS.
        05 WS-AR-TOTAL-BUCKET PIC 9(9)V99 OCCURS 4 TIMES.
       01 WS-AR-B PIC 9(1).
       01 WS-AR-CUST-LINES PIC 9(3).
       01 WS-AR-LINES PIC 9(3).
       01 WS-AR-CUST-CODE PIC X(8).
       01 WS-AR-DISP-1 PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 WS-AR-DISP-2 PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 WS-AR-DISP-3 PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 WS-AR-DISP-4 PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

      ******************************************************************
      * Quote register (run mode 13): every quotation WRITE-SITE-QUOTE
      * prints is also added to QUOTEREG.DAT, held here in memory and
      * written back whole at the end of the batch and after every
      * change. A quote is open until sales mark it accepted or
      * declined; an open quote whose expiry date (quote date plus
      * WS-QUO-VALID-DAYS) has passed is expired by the housekeeping
      * step, which also runs at the end of the period-end cut. The
      * pipeline report totals a month's quotes by customer in
      * WS-QPL-TABLE, in the order the customers first appear.
      ******************************************************************
       01 WS-QTR-STATUS PIC X(2).
        88 QTR-FILE-OK VALUES '00' '05'.
       01 WS-QTR-LOADED PIC X(1) VALUE 'N'.
        88 QTR-TABLE-LOADED VALUE 'Y'.
       01 WS-QTR-COUNT PIC 9(3) VALUE 0.
       01 WS-QT PIC 9(3).
       01 WS-QTR-TABLE.
        05 WS-QTR-ENTRY OCCURS 1 TO 500 TIMES
           DEPENDING ON WS-QTR-COUNT.
         10 WS-QTR-NUMBER   PIC 9(6).
         10 WS-QTR-SITE     PIC X(30).
         10 WS-QTR-CUST     PIC X(8).
         10 WS-QTR-SUBTOTAL PIC 9(9)V99.
         10 WS-QTR-DISC     PIC 9(7)V99.
         10 WS-QTR-TAX      PIC 9(7)V99.
         10 WS-QTR-TOTAL    PIC 9(9)V99.
         10 WS-QTR-DATE     PIC X(10).
         10 WS-QTR-EXPIRES  PIC X(10).
         10 WS-QTR-STATUS-B PIC X(1).
          88 QTR-IS-OPEN VALUE 'O'.
          88 QTR-IS-ACCEPTED VALUE 'A'.
          88 QTR-IS-DECLINED VALUE 'D'.
          88 QTR-IS-EXPIRED VALUE 'E'.
         10 WS-QTR-CHANGED  PIC X(10).
       01 WS-QTR-FOUND PIC X(1) VALUE 'N'.
        88 QUOTE-FOUND VALUE 'Y'.
       01 WS-QTR-LOOKUP-NUM PIC 9(6).
       01 WS-QTR-ACTION PIC X(1).
        88 QTR-ACTION-ACCEPT VALUES 'A' 'a'.
        88 QTR-ACTION-DECLINE VALUES 'D' 'd'.
       01 WS-QTR-EXPIRED PIC 9(3).
       01 WS-QTR-STATUS-TEXT PIC X(8).
       01 WS-QRG-CHOICE PIC 9(1).
        88 QRG-MAINTAIN VALUE 1.
        88 QRG-EXPIRE VALUE 2.
        88 QRG-PIPELINE VALUE 3.
        88 QRG-RETURN VALUE 4.
       01 WS-QPL-COUNT PIC 9(3) VALUE 0.
       01 WS-QP PIC 9(3).
       01 WS-QPL-TABLE.
        05 WS-QPL-ENTRY OCCURS 1 TO 100 TIMES
           DEPENDING ON WS-QPL-COUNT.
         10 WS-QPL-CUST   PIC X(8).
         10 WS-QPL-QCOUNT PIC 9(3).
         10 WS-QPL-QVALUE PIC 9(9)V99.
         10 WS-QPL-WCOUNT PIC 9(3).
         10 WS-QPL-WVALUE PIC 9(9)V99.
       01 WS-QPL-QCOUNT-TOT PIC 9(5).
       01 WS-QPL-QVALUE-TOT PIC 9(9)V99.
       01 WS-QPL-WCOUNT-TOT PIC 9(5).
       01 WS-QPL-WVALUE-TOT PIC 9(9)V99.
       01 WS-QPL-PCT PIC 9(3)V9.
       01 WS-QPL-PCT-DISP PIC ZZ9.9.
       01 WS-QPL-CNT-DISP PIC ZZZZ9.
       01 WS-QPL-CNT-DISP-2 PIC ZZZZ9.
       01 WS-QPL-NAME PIC X(30).

      ******************************************************************
      * Master-file integrity check (run mode 14, or "lenscalculator
      * CHECK" from the scheduler): cross-checks the reference files
      * the batch trusts -- SENSORS.DAT, LENSCAT.DAT, CAMERAS.DAT,
      * PRICES.DAT, CUSTMAST.DAT, SITEMAST.DAT, INVENTORY.DAT,
      * SUPPLIER.DAT, SUPPCOST.DAT and CREWS.DAT -- against each
      * other and lists every exception to INTEGRITY.TXT. The
      * dimension and other numeric fields are edited from the raw
      * records (the loaders quietly turn a non-numeric field into
      * zero); the cross-references and duplicate keys are checked
      * against the loaded tables, whose entries are in file order.
      * An ERROR is something the system would mis-size, mis-quote,
      * mis-bill, mis-order or mis-schedule on and ends the run with
      * RETURN-CODE 8, so the scheduler can hold the survey batch; a
      * run with only WARNINGs ends with RETURN-CODE 4.
      ******************************************************************
       01 WS-IC-ERRORS PIC 9(5).
       01 WS-IC-WARNINGS PIC 9(5).
       01 WS-IC-REC PIC 9(5).
       01 WS-IC-I PIC 9(3).
       01 WS-IC-J PIC 9(3).
       01 WS-IC-FILE PIC X(13).
       01 WS-IC-SEV PIC X(7).
       01 WS-IC-KEY PIC X(10).
       01 WS-IC-MSG PIC X(50).
       01 WS-IC-REC-DISP PIC ZZZZ9.
       01 WS-IC-REC-DISP-2 PIC ZZZZ9.
       01 WS-IC-CODE-DISP PIC Z9.
       01 WS-IC-CNT-DISP PIC ZZZZ9.

      ******************************************************************
      * Validate-only run (run mode 15, or "lenscalculator VALIDATE"):
      * SURVEY.DAT goes through the same edits and calculations as the
      * live batch, night rating and stock-lens match included, and
      * every record is listed PASS or FAIL on EDITCHK.TXT with what
      * the live run would do with it -- a new camera on the results
      * master, a revision of an existing spec, and each site's quote
      * value. Nothing else is written: no log, results master, spec
      * history, quote number, sites-master date, rework or checkpoint
      * record, so a surveyor's file can be checked as often as needed
      * before the real batch is scheduled. The checkpoint is ignored;
      * every record is edited.
      ******************************************************************
       01 WS-VAL-REC PIC 9(5).
       01 WS-VAL-HDR-COUNT PIC 9(5).
       01 WS-VAL-COMMENTS PIC 9(5).
       01 WS-VAL-PASSED PIC 9(5).
       01 WS-VAL-FAILED PIC 9(5).
       01 WS-VAL-NEW PIC 9(5).
       01 WS-VAL-REVISED PIC 9(5).
       01 WS-VAL-QUOTES PIC 9(5).
       01 WS-VAL-QUOTE-VALUE PIC 9(9)V99.
       01 WS-VAL-SITE-FAILED PIC 9(5).
       01 WS-VAL-SITE-NEW PIC 9(5).
       01 WS-VAL-SITE-REVISED PIC 9(5).
       01 WS-VAL-RESULT PIC X(4).
       01 WS-VAL-TEXT PIC X(60).
       01 WS-VAL-REV PIC 9(3).
       01 WS-VAL-REC-DISP PIC ZZZZ9.
       01 WS-VAL-CNT-DISP-1 PIC ZZZZ9.
       01 WS-VAL-CNT-DISP-2 PIC ZZZZ9.
       01 WS-VAL-CNT-DISP-3 PIC ZZZZ9.
       01 WS-VAL-CNT-DISP-4 PIC ZZZZ9.

      ******************************************************************
      * Work-order tracking (run mode 7): WORKORD.DAT is held as a
      * keyed in-memory table like the camera-model master, written
         10 WS-WO-ISSUED    PIC X(10).
         10 WS-WO-COMPLETED PIC X(10).
         10 WS-WO-INSTALLER PIC X(20).
         10 WS-WO-INVOICE   PIC 9(6).
         10 WS-WO-CREW      PIC X(6).
         10 WS-WO-SCHED     PIC X(10).
       01 WS-WO-NEXT-NUM PIC 9(6).
       01 WS-WO-FOUND PIC X(1) VALUE 'N'.
        88 WORK-ORDER-FOUND VALUE 'Y'.
        88 WO-AGING VALUE 4.
        88 WO-RETURN VALUE 5.
       01 WS-WO-CREATED PIC 9(3).
       01 WS-WO-HELD PIC 9(3).
       01 WS-WO-ENTRY-DATE PIC X(10).
       01 WS-WO-ENTRY-INST PIC X(20).
       01 WS-WO-AGE-DAYS PIC 9(5).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-TODAY-X10 PIC X(10).

      ******************************************************************
      * Installer crews and install scheduling (run mode 16): the
      * crew master from CREWS.DAT, maintained from the program's own
      * menu like the sites master. The scheduling run takes every
      * open, unscheduled work order site by site and books it to the
      * first working day (Monday to Friday) from a keyed start date
      * on which a qualified crew still has capacity -- a crew
      * already booked at the same site that day first, so a site's
      * cameras stay together. A crew is qualified when it is active
      * and the order's mount type is one of its four, and a POLE
      * mount also needs a lift-certified crew; an order whose model
      * gives no mount type can go to any active crew. Orders already
      * scheduled keep their booking and count against the crew's
      * capacity for that day. The daily dispatch sheet lists each
      * crew's orders for a keyed date in DISPATCH.TXT.
      ******************************************************************
       01 WS-CREW-STATUS PIC X(2).
        88 CREW-FILE-OK VALUES '00' '05'.
       01 WS-CREW-LOADED PIC X(1) VALUE 'N'.
        88 CREW-TABLE-LOADED VALUE 'Y'.
       01 WS-CREW-COUNT PIC 9(2) VALUE 0.
       01 WS-CR PIC 9(2).
       01 WS-CRM PIC 9(1).
       01 WS-CREW-TABLE.
        05 WS-CREW-ENTRY OCCURS 1 TO 50 TIMES
           DEPENDING ON WS-CREW-COUNT.
         10 WS-CREW-CODE      PIC X(6).
         10 WS-CREW-NAME      PIC X(20).
         10 WS-CREW-LIFT-CERT PIC X(1).
         10 WS-CREW-MOUNT     PIC X(8) OCCURS 4 TIMES.
         10 WS-CREW-CAPACITY  PIC 9(2).
         10 WS-CREW-ACTIVE    PIC X(1).
       01 WS-CREW-ENTRY-SAVE PIC X(62).
       01 WS-CREW-FOUND PIC X(1) VALUE 'N'.
        88 CREW-FOUND VALUE 'Y'.
       01 WS-CREW-LOOKUP-CODE PIC X(6).
       01 WS-CREW-QUAL PIC X(1).
        88 CREW-QUALIFIED VALUE 'Y'.
       01 WS-CREW-FIELDS-OK PIC X(1).
        88 CREW-FIELDS-OK VALUE 'Y'.
       01 WS-CRW-CHOICE PIC 9(1).
        88 CRW-ADD VALUE 1.
        88 CRW-CHANGE VALUE 2.
        88 CRW-LIST VALUE 3.
        88 CRW-SCHEDULE VALUE 4.
        88 CRW-DISPATCH VALUE 5.
        88 CRW-RETURN VALUE 6.
       01 WS-CRW-MAINT-CAP PIC 9(2).
       01 WS-CRW-HORIZON PIC 9(3) VALUE 60.
       01 WS-CRW-START-INT PIC 9(8).
       01 WS-CRW-DAY-INT PIC 9(8).
       01 WS-CRW-DAY-X10 PIC X(10).
       01 WS-CRW-DAYS-TRIED PIC 9(3).
       01 WS-CRW-WEEKS PIC 9(8).
       01 WS-CRW-DOW PIC 9(1).
       01 WS-CRW-K PIC 9(3).
       01 WS-CRW-LOAD PIC 9(3).
       01 WS-CRW-AT-SITE PIC X(1).
        88 CRW-AT-SITE VALUE 'Y'.
       01 WS-CRW-ANY-QUAL PIC X(1).
        88 CRW-ANY-QUALIFIED VALUE 'Y'.
       01 WS-CRW-SCHEDULED PIC 9(3).
       01 WS-CRW-UNPLACED PIC 9(3).
       01 WS-CRW-RELEASED PIC 9(3).
       01 WS-CRW-SLIP-DAYS PIC S9(5).
       01 WS-CRW-SLIP-DISP PIC ZZZZ9.
       01 WS-CRW-HT-DISP PIC Z9.99.
       01 WS-CRW-TILT-DISP PIC Z9.9.
       01 WS-CRW-SITE-COUNT PIC 9(3).
       01 WS-CRW-SITE-TABLE.
        05 WS-CRW-SITE OCCURS 500 TIMES PIC X(30).
       01 WS-CRW-S PIC 9(3).
       01 WS-CRW-SHEETS PIC 9(3).

      ******************************************************************
      * Installed-asset register (run mode 17), held in memory from
      * ASSETS.DAT and rewritten whole after every change. Closing a
      * work order posts the unit it put up -- model, lens part, the
      * camera and lens serial numbers keyed at completion, install
      * date and installer -- with a warranty end of the install date
      * plus the model's warranty term from CAMERAS.DAT (blank when
      * the model is unknown or carries no term). Replacing a unit,
      * from the menu or by closing a later work order for the same
      * site and camera, marks the old record replaced and posts the
      * new one alongside it, so a camera's history is every record
      * for its site and camera. The warranty report lists the units
      * in service whose warranty ends within the next 90 days,
      * grouped by the site's billing customer.
      ******************************************************************
       01 WS-ASSET-STATUS PIC X(2).
        88 ASSET-FILE-OK VALUES '00' '05'.
       01 WS-AST-LOADED PIC X(1) VALUE 'N'.
        88 AST-TABLE-LOADED VALUE 'Y'.
       01 WS-AST-COUNT PIC 9(4) VALUE 0.
       01 WS-AS PIC 9(4).
       01 WS-AST-K PIC 9(4).
       01 WS-AST-TABLE.
        05 WS-AST-ENTRY OCCURS 1 TO 1000 TIMES
           DEPENDING ON WS-AST-COUNT.
         10 WS-AST-SITE         PIC X(30).
         10 WS-AST-CAMERA       PIC X(10).
         10 WS-AST-MODEL        PIC X(10).
         10 WS-AST-PART         PIC X(10).
         10 WS-AST-CAM-SERIAL   PIC X(20).
         10 WS-AST-LENS-SERIAL  PIC X(20).
         10 WS-AST-INSTALLED    PIC X(10).
         10 WS-AST-INSTALLER    PIC X(20).
         10 WS-AST-WARRANTY-END PIC X(10).
         10 WS-AST-WO-NUMBER    PIC 9(6).
         10 WS-AST-STATE        PIC X(1).
          88 AST-IN-SERVICE VALUE 'A'.
          88 AST-REPLACED VALUE 'R'.
         10 WS-AST-REMOVED      PIC X(10).
         10 WS-AST-REASON       PIC X(30).
       01 WS-AST-FOUND PIC X(1) VALUE 'N'.
        88 ASSET-FOUND VALUE 'Y'.
       01 WS-AST-HISTORY PIC X(1).
        88 AST-HAS-HISTORY VALUE 'Y'.
       01 WS-AST-LOOKUP-SITE PIC X(30).
       01 WS-AST-LOOKUP-CAMERA PIC X(10).
       01 WS-AST-CHOICE PIC 9(1).
        88 AST-INQUIRY VALUE 1.
        88 AST-REPLACE VALUE 2.
        88 AST-WARRANTY VALUE 3.
        88 AST-RETURN VALUE 4.
       01 WS-AST-NEW-MODEL PIC X(10).
       01 WS-AST-NEW-PART PIC X(10).
       01 WS-AST-NEW-CAM-SERIAL PIC X(20).
       01 WS-AST-NEW-LENS-SERIAL PIC X(20).
       01 WS-AST-NEW-DATE PIC X(10).
       01 WS-AST-NEW-INSTALLER PIC X(20).
       01 WS-AST-NEW-WO PIC 9(6).
       01 WS-AST-NEW-REASON PIC X(30).
       01 WS-AST-WARR-END PIC X(10).
       01 WS-AST-DAY PIC 9(2).
       01 WS-AST-HORIZON PIC 9(3) VALUE 90.
       01 WS-AST-LIMIT-INT PIC 9(8).
       01 WS-AST-LIMIT-X10 PIC X(10).
       01 WS-AST-END-INT PIC 9(8).
       01 WS-AST-CUST PIC X(8).
       01 WS-AST-C PIC 9(3).
       01 WS-AST-GROUP-CODE PIC X(8).
       01 WS-AST-GROUP-COUNT PIC 9(4).
       01 WS-AST-LISTED PIC 9(4).
       01 WS-AST-CNT-DISP PIC ZZZ9.

      ******************************************************************
      * Spec approval (run mode 18). The review screen keys a site
      * and camera, shows the current spec beside the prior image of
      * it on SPECHIST.DAT -- the revision the re-survey replaced --
      * with changed values marked, and takes the engineer's approve
      * or reject decision on a pending spec. The outstanding
      * approvals report lists every pending spec by site, oldest
      * first, with its age in days since the revision was raised,
      * to the screen and SPECAPPR.TXT.
      ******************************************************************
       01 WS-APR-CHOICE PIC 9(1).
        88 APR-REVIEW VALUE 1.
        88 APR-OUTSTANDING VALUE 2.
        88 APR-RETURN VALUE 3.
       01 WS-APR-DECISION PIC X(1).
        88 APR-APPROVE VALUE 'A'.
        88 APR-REJECT VALUE 'R'.
        88 APR-DEFER VALUE ' '.
       01 WS-APR-APPROVER PIC X(8).
       01 WS-APR-NOTE PIC X(40).
       01 WS-APR-PRIOR PIC X(1).
        88 APR-PRIOR-FOUND VALUE 'Y'.
       01 WS-APR-HIST.
        05 WS-APH-SITE       PIC X(30).
        05 WS-APH-CAMERA     PIC X(10).
        05 WS-APH-CALC       PIC 9(1).
        05 WS-APH-SENSOR     PIC 9(2).
        05 WS-APH-DISTANCE   PIC 9(3)V99.
        05 WS-APH-DIMENSION  PIC 9(3)V99.
        05 WS-APH-LENS-NEAR  PIC 9(3).
        05 WS-APH-LENS-FAR   PIC 9(3).
        05 WS-APH-STOCK-PART PIC X(10).
        05 WS-APH-UPDATED    PIC X(19).
        05 WS-APH-REVISION   PIC 9(3).
        05 WS-APH-MODEL      PIC X(10).
        05 WS-APH-MOUNT-HEIGHT PIC 9(2)V99.
        05 WS-APH-TILT       PIC 9(2)V9.
        05 WS-APH-ARCHIVED   PIC X(19).
        05 WS-APH-APPR-STATUS PIC X(1).
        05 WS-APH-APPROVER   PIC X(8).
        05 WS-APH-APPR-DATE  PIC X(10).
        05 WS-APH-REJECT-NOTE PIC X(40).
       01 WS-APR-WORK.
        05 WS-APW-CALC       PIC 9(1).
        05 WS-APW-SENSOR     PIC 9(2).
        05 WS-APW-DISTANCE   PIC 9(3)V99.
        05 WS-APW-DIMENSION  PIC 9(3)V99.
        05 WS-APW-LENS-NEAR  PIC 9(3).
        05 WS-APW-LENS-FAR   PIC 9(3).
        05 WS-APW-STOCK-PART PIC X(10).
        05 WS-APW-MODEL      PIC X(10).
        05 WS-APW-MOUNT-HT   PIC 9(2)V99.
        05 WS-APW-TILT       PIC 9(2)V9.
        05 WS-APW-UPDATED    PIC X(19).
        05 WS-APW-STATUS     PIC X(1).
        05 WS-APW-APPROVER   PIC X(8).
       01 WS-APR-COLS.
        05 WS-APR-COL OCCURS 11 TIMES PIC X(24).
       01 WS-APR-CUR-COLS.
        05 WS-APR-CUR-COL OCCURS 11 TIMES PIC X(24).
       01 WS-APR-PRI-COLS.
        05 WS-APR-PRI-COL OCCURS 11 TIMES PIC X(24).
       01 WS-APR-LABELS.
        05 FILLER PIC X(15) VALUE 'CALC MODE:'.
        05 FILLER PIC X(15) VALUE 'SENSOR:'.
        05 FILLER PIC X(15) VALUE 'DISTANCE (M):'.
        05 FILLER PIC X(15) VALUE 'DIMENSION (M):'.
        05 FILLER PIC X(15) VALUE 'LENS (MM):'.
        05 FILLER PIC X(15) VALUE 'STOCK PART:'.
        05 FILLER PIC X(15) VALUE 'MODEL:'.
        05 FILLER PIC X(15) VALUE 'MOUNT HT (M):'.
        05 FILLER PIC X(15) VALUE 'TILT (DEG):'.
        05 FILLER PIC X(15) VALUE 'UPDATED:'.
        05 FILLER PIC X(15) VALUE 'APPROVAL:'.
       01 WS-APR-LABEL-TABLE REDEFINES WS-APR-LABELS.
        05 WS-APR-LABEL-ENTRY OCCURS 11 TIMES PIC X(15).
       01 WS-APR-COMPARED PIC 9(2) VALUE 9.
       01 WS-APR-R PIC 9(2).
       01 WS-APR-LINE.
        05 WS-APR-LABEL PIC X(15).
        05 WS-APR-CUR   PIC X(24).
        05 FILLER       PIC X(2) VALUE SPACES.
        05 WS-APR-PRI   PIC X(24).
        05 FILLER       PIC X(1) VALUE SPACES.
        05 WS-APR-MARK  PIC X(1).
       01 WS-APR-TS.
        05 WS-APR-TS-DATE PIC X(10).
        05 FILLER         PIC X(9).
       01 WS-APR-LISTED-TABLE.
        05 WS-APR-LISTED OCCURS 500 TIMES PIC X(1).
       01 WS-APR-BEST PIC 9(3).
       01 WS-APR-K PIC 9(3).
       01 WS-APR-GROUP-SITE PIC X(30).
       01 WS-APR-GROUP-COUNT PIC 9(3).
       01 WS-APR-TOTAL PIC 9(3).
       01 WS-APR-REJ-COUNT PIC 9(3).
       01 WS-APR-AGE PIC 9(5).
       01 WS-APR-OLDEST PIC 9(5).
       01 WS-APR-AGE-DISP PIC ZZZZ9.
       01 WS-APR-CNT-DISP PIC ZZ9.

      ******************************************************************
      * What-if comparison (run mode 6): one scene -- distance plus a
      * target width or height -- evaluated against every sensor
       01 WS-BOM-TOTAL-DISP PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BOM-FLAG PIC X(1).

      ******************************************************************
      * Cameras whose focal length had stock matches in the catalog,
      * every one of them passed over because the lens cannot cover
      * the sensor format or does not fit the camera's mount. Each is
      * flagged under its detail line on SITEREPORT.TXT and listed on
      * SHORTAGE.TXT so purchasing can source a compatible lens by
      * hand; the BOM still counts it as a camera with no match.
      ******************************************************************
       01 WS-NCL-COUNT PIC 9(3) VALUE 0.
       01 WS-NCL-X PIC 9(3).
       01 WS-NCL-FULL PIC X(1) VALUE 'N'.
       01 WS-NCL-TABLE.
        05 WS-NCL-ENTRY OCCURS 1 TO 200 TIMES
           DEPENDING ON WS-NCL-COUNT.
         10 WS-NCL-CAMERA PIC X(10).
         10 WS-NCL-SITE   PIC X(30).
         10 WS-NCL-FOCAL  PIC X(7).
         10 WS-NCL-SENSOR PIC X(20).
         10 WS-NCL-MOUNT  PIC X(6).
       01 WS-NCL-MOUNT-OUT PIC X(6).

      ******************************************************************
      * Customer quotation: each site section of a batch run also
      * produces a numbered customer-facing quote in QUOTES.TXT,
      * from the program's own menu (add/change/deactivate/list);
      * after every maintenance action the whole table is written
      * back to CAMERAS.DAT, the same truncate-and-rewrite handling
      * CHECKPOINT.DAT gets at the end of a clean batch. The warranty
      * term in months dates the warranty end of every unit of the
      * model posted to the installed-asset register. The lens mount
      * (CS, M12 and so on) keeps the stock-lens match to lenses that
      * physically fit the model.
      ******************************************************************
       01 WS-CAMERA-STATUS PIC X(2).
        88 CAMERA-FILE-OK VALUES '00' '05'.
         10 WS-MODEL-MOUNT      PIC X(8).
         10 WS-MODEL-ACTIVE     PIC X(1).
         10 WS-MODEL-MIN-LUX    PIC 9(2)V9(3).
         10 WS-MODEL-WARRANTY   PIC 9(3).
         10 WS-MODEL-LENS-MOUNT PIC X(6).
      * Rollback copy of one WS-MODEL-ENTRY for a rejected change. Its
      * length must equal the entry length above (now 60 bytes) - widen
      * it whenever a field is added to the model entry.
       01 WS-MODEL-ENTRY-SAVE PIC X(60).
       01 WS-LOOKUP-MODEL PIC X(10).
       01 WS-MODEL-FOUND PIC X(1) VALUE 'N'.
        88 CAMERA-MODEL-FOUND VALUE 'Y'.
       01 WS-MAINT-CHOICE PIC 9(1).
        88 MAINT-ADD VALUE 1.
        88 MAINT-CHANGE VALUE 2.
       01 WS-MAINT-MODEL PIC X(10).
       01 WS-MAINT-SENSOR PIC 9(2).
       01 WS-MAINT-RESOLUTION PIC 9(5).
       01 WS-MAINT-WARRANTY PIC 9(3).
       01 WS-MAINT-LENS-MOUNT PIC X(6).
       01 WS-MAINT-FIELDS-OK PIC X(1) VALUE 'Y'.
        88 MAINT-FIELDS-OK VALUE 'Y'.

         10 WS-LENS-PART PIC X(10).
         10 WS-LENS-DESC PIC X(24).
         10 WS-LENS-APERTURE PIC 9(2)V9.
         10 WS-LENS-FORMAT PIC 9(2).
         10 WS-LENS-MOUNT  PIC X(6).
       01 WS-STOCK-FOUND PIC X(1) VALUE 'N'.
        88 STOCK-LENS-FOUND VALUE 'Y'.
       01 WS-STOCK-MM PIC 9(3)V9.
       01 WS-STOCK-DESC PIC X(24).
       01 WS-STOCK-APERTURE PIC 9(2)V9.

      ******************************************************************
      * Format and mount compatibility. LENSCAT.DAT carries each
      * lens's image-circle format as a SENSORS.DAT row number (the
      * largest sensor the lens fully covers) and its mount type;
      * CAMERAS.DAT carries each model's lens mount. Callers set
      * WS-STOCK-SENSOR to the sensor row being sized for and
      * WS-STOCK-MOUNT to the camera's mount (spaces = not known)
      * before matching. A lens whose image circle is smaller than
      * the sensor, or whose mount differs from the camera's, is
      * passed over and the match falls through to the next suitable
      * part. A zero format or blank mount on either side is not
      * rated and never blocks a match. NO-COMPATIBLE-STOCK-LENS is
      * left set when focal-length matches existed but every one of
      * them was passed over, so the exception can be reported
      * distinctly from a focal length the catalog cannot meet.
      ******************************************************************
       01 WS-STOCK-SENSOR PIC 9(2) VALUE 0.
       01 WS-STOCK-MOUNT PIC X(6) VALUE SPACES.
       01 WS-STOCK-FMT PIC 9(2).
       01 WS-STOCK-FITS PIC X(1).
        88 STOCK-LENS-FITS VALUE 'Y'.
       01 WS-STOCK-PASSED PIC X(1).
        88 STOCK-LENS-PASSED-OVER VALUE 'Y'.
       01 WS-STOCK-NO-COMPAT PIC X(1) VALUE 'N'.
        88 NO-COMPATIBLE-STOCK-LENS VALUE 'Y'.

      ******************************************************************
      * Low-light suitability: LENSCAT.DAT carries each lens's
      * maximum aperture (f-number) and CAMERAS.DAT each model's
           PERFORM LOAD-SITEM-TABLE THRU LOAD-SITEM-TABLE-DONE
       END-IF.

       IF NOT SUP-TABLE-LOADED
           PERFORM LOAD-SUP-TABLE THRU LOAD-SUP-TABLE-DONE
       END-IF.

       IF NOT SPC-TABLE-LOADED
           PERFORM LOAD-SPC-TABLE THRU LOAD-SPC-TABLE-DONE
       END-IF.

       IF NOT PO-TABLE-LOADED
           PERFORM LOAD-PO-TABLE THRU LOAD-PO-TABLE-DONE
       END-IF.

       IF NOT IVR-TABLE-LOADED
           PERFORM LOAD-IVR-TABLE THRU LOAD-IVR-TABLE-DONE
       END-IF.

       IF NOT QTR-TABLE-LOADED
           PERFORM LOAD-QTR-TABLE THRU LOAD-QTR-TABLE-DONE
       END-IF.

       IF NOT CREW-TABLE-LOADED
           PERFORM LOAD-CREW-TABLE THRU LOAD-CREW-TABLE-DONE
       END-IF.

       IF NOT AST-TABLE-LOADED
           PERFORM LOAD-ASSET-TABLE THRU LOAD-ASSET-TABLE-DONE
       END-IF.

      * "lenscalculator VALIDATE" is picked off before the logs are
      * opened: a validate-only pass must not even create them.
       IF NOT CMDLINE-CHECKED
           MOVE SPACES TO WS-CMDLINE-ARGS
           ACCEPT WS-CMDLINE-ARGS FROM COMMAND-LINE
           IF WS-CMDLINE-ARGS = 'VALIDATE'
               MOVE 'Y' TO WS-CMDLINE-CHECKED
               GO TO VALIDATE-DRIVER
           END-IF
       END-IF.

       IF NOT LOG-FILES-ARE-OPEN
           OPEN EXTEND AUDIT-LOG-FILE
           MOVE 'Y' TO WS-LOG-FILES-OPEN
       MOVE SPACES TO WS-CSV-CAMERA-ID.

      * "lenscalculator BATCH" from a scheduler goes straight into the
      * batch run without touching the run-mode menu; "lenscalculator
      * CHECK" does the same for the master-file integrity check.
      * The command line itself was accepted above.
       IF NOT CMDLINE-CHECKED
           MOVE 'Y' TO WS-CMDLINE-CHECKED
           IF WS-CMDLINE-ARGS = 'BATCH'
               GO TO BATCH-DRIVER
           END-IF
           IF WS-CMDLINE-ARGS = 'CHECK'
               GO TO INTEGRITY-DRIVER
           END-IF
       END-IF.

       DISPLAY '******************************************************'.
       DISPLAY '7) Work orders: issue, complete, aging report.'.
       DISPLAY '8) Housekeeping: cut a period archive of the logs.'.
       DISPLAY '9) Sites master and re-survey scheduling.'.
       DISPLAY '10) Stock ledger: receipts, issues, counts, movements.'.
       DISPLAY '11) Purchasing: suppliers, purchase orders, receiving.'.
       DISPLAY '12) Invoicing: bill work orders, payments, AR aging.'.
       DISPLAY '13) Quote register: accept, decline, expire, pipeline.'.
       DISPLAY '14) Integrity check of the master files.'.
       DISPLAY '15) Validate SURVEY.DAT only, updating nothing.'.
       DISPLAY '16) Crews: install scheduling and dispatch sheets.'.
       DISPLAY '17) Installed assets: inquiry, replace, warranty.'.
       DISPLAY '18) Spec approval: review specs, outstanding list.'.
       DISPLAY ' '.

       MOVE 0 TO WS-RETRY-COUNT.
           GO TO SITES-MAINT-DRIVER
       END-IF.

       IF RUN-MODE-STOCK
           GO TO STOCK-LEDGER-DRIVER
       END-IF.

       IF RUN-MODE-PURCHASING
           GO TO PURCHASING-DRIVER
       END-IF.

       IF RUN-MODE-INVOICING
           GO TO INVOICING-DRIVER
       END-IF.

       IF RUN-MODE-QUOTE-REG
           GO TO QUOTE-REGISTER-DRIVER
       END-IF.

       IF RUN-MODE-INTEGRITY
           GO TO INTEGRITY-DRIVER
       END-IF.

       IF RUN-MODE-VALIDATE
           GO TO VALIDATE-DRIVER
       END-IF.

       IF RUN-MODE-CREWS
           GO TO CREW-DRIVER
       END-IF.

       IF RUN-MODE-ASSETS
           GO TO ASSET-DRIVER
       END-IF.

       IF RUN-MODE-APPROVALS
           GO TO SPEC-APPROVAL-DRIVER
       END-IF.

       IF NOT RUN-MODE-INTERACTIVE
           ADD 1 TO WS-RETRY-COUNT
           IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
       DISPLAY 'Use a ' WS-RESULT-NEAR '-' WS-RESULT-FAR
           'mm varifocal lens.'.

       MOVE CALC2 TO WS-STOCK-SENSOR.
       MOVE SPACES TO WS-STOCK-MOUNT.
       PERFORM FIND-STOCK-LENS-RANGE THRU FIND-STOCK-LENS-RANGE-DONE.
       PERFORM SHOW-STOCK-LENS.
       IF VARI-WIDTH
       DISPLAY '******************************************************'.
       DISPLAY ' '.
       DISPLAY 'Use a ' RESULT 'mm lens.'.
       MOVE CALC2 TO WS-STOCK-SENSOR.
       MOVE SPACES TO WS-STOCK-MOUNT.
       PERFORM FIND-STOCK-LENS THRU FIND-STOCK-LENS-DONE.
       PERFORM SHOW-STOCK-LENS.
       IF CALC = 1
       DISPLAY '******************************************************'.
       DISPLAY ' '.
       DISPLAY 'Use a ' RESULT 'mm lens.'.
       MOVE CALC2 TO WS-STOCK-SENSOR.
       MOVE SPACES TO WS-STOCK-MOUNT.
       PERFORM FIND-STOCK-LENS THRU FIND-STOCK-LENS-DONE.
       PERFORM SHOW-STOCK-LENS.
       IF CALC = 1
       MOVE 0 TO WS-SITE-CAMERA-COUNT.
       MOVE 0 TO WS-BOM-COUNT.
       MOVE 0 TO WS-BOM-NOMATCH.
       MOVE 0 TO WS-NCL-COUNT.
       MOVE 'N' TO WS-NCL-FULL.
       MOVE 0 TO WS-SITE-BOM-COUNT.
       MOVE SPACES TO WS-SITE-CUST-CODE.
       PERFORM READ-QUOTE-SEQ THRU READ-QUOTE-SEQ-DONE.
           PERFORM START-DEFAULT-SITE THRU START-DEFAULT-SITE-DONE
       END-IF.

       PERFORM EDIT-SURVEY-DETAIL THRU EDIT-SURVEY-DETAIL-DONE.

       IF WS-ERROR-FIELD NOT = SPACES
           MOVE SVY-CAMERA-ID TO WS-ERROR-VALUE
           PERFORM WRITE-ERROR-LOG-BATCH
           GO TO BATCH-READ-LOOP
       END-IF.

       PERFORM BATCH-COMPUTE-RESULT.

       IF NOT BATCH-RESULT-OK
           IF NIGHT-REJECTED
               MOVE 'NIGHT' TO WS-ERROR-FIELD
           ELSE
               MOVE 'RESULT' TO WS-ERROR-FIELD
           END-IF
           MOVE SVY-CAMERA-ID TO WS-ERROR-VALUE
           PERFORM WRITE-ERROR-LOG-BATCH
           GO TO BATCH-READ-LOOP
       END-IF.

       PERFORM BATCH-WRITE-RESULT.
       PERFORM WRITE-CHECKPOINT.
       PERFORM UPDATE-SPEC-MASTER THRU UPDATE-SPEC-MASTER-DONE.
       PERFORM ADD-SIZING-ENTRY THRU ADD-SIZING-ENTRY-DONE.
       IF CALC = 5
           PERFORM ADD-COVERAGE-ENTRY THRU ADD-COVERAGE-ENTRY-DONE
       END-IF.

       ADD 1 TO WS-BATCH-CAMERA-COUNT.
       ADD 1 TO WS-SITE-CAMERA-COUNT.

       GO TO BATCH-READ-LOOP.

      ******************************************************************
      * Moves one SURVEY.DAT detail record into the calculation fields
      * and runs every field edit against it, converting feet to
      * meters once the raw values have passed. Leaves WS-ERROR-FIELD
      * naming the first field that failed, or spaces when the record
      * is clean. Shared by the live batch and the validate-only run,
      * so both reject exactly the same records.
      ******************************************************************

       EDIT-SURVEY-DETAIL.

       MOVE SPACES TO WS-ERROR-FIELD.

       MOVE SVY-CALC TO CALC.
       MOVE SVY-SENSOR-CODE TO CALC2.
       MOVE SVY-UNITS TO WS-UNITS.
      * and native resolution, overriding the raw sensor-code column
      * a surveyor would otherwise have to key. Unknown or
      * deactivated models are rejected to ERRORS.LOG like every
      * other bad field on the record. The model's lens mount goes
      * to the stock-lens match; a line with no model is matched on
      * sensor format alone.
      ******************************************************************
       MOVE SPACES TO WS-STOCK-MOUNT.
       IF SVY-MODEL-CODE NOT = SPACES
           MOVE SVY-MODEL-CODE TO WS-LOOKUP-MODEL
           PERFORM FIND-CAMERA-MODEL THRU FIND-CAMERA-MODEL-DONE
           IF NOT CAMERA-MODEL-FOUND
               MOVE 'MODEL' TO WS-ERROR-FIELD
               GO TO EDIT-SURVEY-DETAIL-DONE
           END-IF
           IF WS-MODEL-ACTIVE(WS-M) NOT = 'Y'
               MOVE 'INACTIVE' TO WS-ERROR-FIELD
               GO TO EDIT-SURVEY-DETAIL-DONE
           END-IF
           MOVE WS-MODEL-SENSOR(WS-M) TO CALC2
           MOVE WS-MODEL-RESOLUTION(WS-M) TO WS-RESOLUTION
           MOVE WS-MODEL-MIN-LUX(WS-M) TO WS-NIGHT-MIN-LUX
           MOVE WS-MODEL-LENS-MOUNT(WS-M) TO WS-STOCK-MOUNT
       END-IF.
       MOVE CALC2 TO WS-STOCK-SENSOR.

       IF CALC = 3
           MOVE SVY-VARI-MODE TO WS-VARI-MODE
      * the loaded table, an out-of-range units/distance/target
      * dimension, or a zero installed lens) would otherwise divide by
      * zero in BATCH-COMPUTE-RESULT, misread as meters, or flow
      * straight into AUDIT.LOG/RESULTS.CSV unvalidated. Name the field
      * so the caller logs it to ERRORS.LOG and skips to the next
      * record instead, the same way an abandoned interactive entry is
      * logged rather than crashing the session or silently trusting
      * bad data. These checks run on the
      * raw SURVEY.DAT values, before feet-to-meters conversion, the
      * same way DISTANCE-VALID/etc. gate the interactive entry before
      * it is converted.
      ******************************************************************
       IF NOT CALC-VALID
           MOVE 'CALC' TO WS-ERROR-FIELD
           GO TO EDIT-SURVEY-DETAIL-DONE
       END-IF.

       IF NOT (UNITS-METERS OR UNITS-FEET)
           MOVE 'UNITS' TO WS-ERROR-FIELD
           GO TO EDIT-SURVEY-DETAIL-DONE
       END-IF.

       IF CALC2 < 1 OR CALC2 > WS-SENSOR-COUNT
           MOVE 'SENSOR' TO WS-ERROR-FIELD
           GO TO EDIT-SURVEY-DETAIL-DONE
       END-IF.

       IF NOT REQ-CLASS-VALID
           MOVE 'REQCLASS' TO WS-ERROR-FIELD
           GO TO EDIT-SURVEY-DETAIL-DONE
       END-IF.

       IF NOT NIGHT-REQ-VALID
           MOVE 'NIGHTREQ' TO WS-ERROR-FIELD
           GO TO EDIT-SURVEY-DETAIL-DONE
       END-IF.

       IF NOT CODEC-VALID
           MOVE 'CODEC' TO WS-ERROR-FIELD
           GO TO EDIT-SURVEY-DETAIL-DONE
       END-IF.

       IF CALC = 3
           IF NOT DISTANCE-NEAR-VALID
               MOVE 'NEARDIST' TO WS-ERROR-FIELD
               GO TO EDIT-SURVEY-DETAIL-DONE
           END-IF
           IF NOT DISTANCE-FAR-VALID
               MOVE 'FARDIST' TO WS-ERROR-FIELD
               GO TO EDIT-SURVEY-DETAIL-DONE
           END-IF
       ELSE
           IF NOT DISTANCE-VALID
               MOVE 'DISTANCE' TO WS-ERROR-FIELD
               GO TO EDIT-SURVEY-DETAIL-DONE
           END-IF
       END-IF.

       IF (CALC = 1 OR CALC = 2 OR CALC = 3)
               AND (NOT WIDTH-VALID OR NOT HEIGHT-VALID)
           MOVE 'DIMENSION' TO WS-ERROR-FIELD
           GO TO EDIT-SURVEY-DETAIL-DONE
       END-IF.

       IF (CALC = 4 OR CALC = 5) AND NOT INSTALLED-LENS-VALID
           MOVE 'LENS' TO WS-ERROR-FIELD
           GO TO EDIT-SURVEY-DETAIL-DONE
       END-IF.

       IF CALC = 5
           IF NOT MOUNT-HEIGHT-VALID
               MOVE 'MOUNTHT' TO WS-ERROR-FIELD
               GO TO EDIT-SURVEY-DETAIL-DONE
           END-IF
           IF NOT TILT-DEG-VALID
               MOVE 'TILT' TO WS-ERROR-FIELD
               GO TO EDIT-SURVEY-DETAIL-DONE
           END-IF
       END-IF.

           END-IF
       END-IF.

       EDIT-SURVEY-DETAIL-DONE.

       BATCH-COMPUTE-RESULT.

       END-IF.

       IF BATCH-RESULT-OK
       IF CALC = 1
           MOVE WIDTH TO WS-DENSITY-DIMENSION
       END-IF
       END-IF
       PERFORM CLASSIFY-PIXEL-DENSITY
           THRU CLASSIFY-PIXEL-DENSITY-DONE
       END-IF.

      ******************************************************************
      * Cuts the output for a record BATCH-COMPUTE-RESULT passed: the
      * stock-lens match and BOM lines, AUDIT.LOG/RESULTS.CSV, the
      * BATCHOUT.TXT line and the site report detail.
      ******************************************************************

       BATCH-WRITE-RESULT.

       IF BATCH-RESULT-OK
       MOVE SPACES TO BATCH-OUT-RECORD

       IF CALC = 3
           PERFORM FIND-STOCK-LENS-RANGE
       ELSE
           IF CALC = 5
               MOVE 'N' TO WS-STOCK-FOUND
               MOVE 'N' TO WS-STOCK-NO-COMPAT
               MOVE SPACES TO WS-STOCK-PART-OUT
               PERFORM WRITE-AUDIT-LOG-GEOMETRY
               PERFORM WRITE-CSV-LOG-GEOMETRY
           ELSE
           IF CALC = 4
               MOVE 'N' TO WS-STOCK-FOUND
               MOVE 'N' TO WS-STOCK-NO-COMPAT
               MOVE SPACES TO WS-STOCK-PART-OUT
               PERFORM WRITE-AUDIT-LOG-REVERSE
               PERFORM WRITE-CSV-LOG-REVERSE

       PERFORM SAVE-QUOTE-SEQ THRU SAVE-QUOTE-SEQ-DONE.

       PERFORM SAVE-QTR-TABLE THRU SAVE-QTR-TABLE-DONE.

       CLOSE SURVEY-FILE.
       CLOSE BATCH-OUT-FILE.
       CLOSE AUDIT-LOG-FILE.
       STOP RUN.

      ******************************************************************
      * Validate-only pass of SURVEY.DAT (run mode 15 / "VALIDATE"):
      * the same record handling as BATCH-READ-LOOP, with the site
      * header tracked here instead of by START-NEW-SITE so that no
      * report section is opened and the sites master is not touched.
      * Every record goes to EDITCHK.TXT, and the run ends with
      * RETURN-CODE 4 when any record would be rejected.
      ******************************************************************

       VALIDATE-DRIVER.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.

       MOVE SPACES TO WS-SITE-NAME.
       MOVE SPACES TO WS-SITE-SURVEY-DATE.
       MOVE SPACES TO WS-SITE-SURVEYOR.
       MOVE SPACES TO WS-SITE-CUST-CODE.
       MOVE 'N' TO WS-SITE-OPEN.
       MOVE 0 TO WS-SITE-CAMERA-COUNT.
       MOVE 0 TO WS-SITE-BOM-COUNT.
       MOVE 0 TO WS-VAL-REC.
       MOVE 0 TO WS-VAL-HDR-COUNT.
       MOVE 0 TO WS-VAL-COMMENTS.
       MOVE 0 TO WS-VAL-PASSED.
       MOVE 0 TO WS-VAL-FAILED.
       MOVE 0 TO WS-VAL-NEW.
       MOVE 0 TO WS-VAL-REVISED.
       MOVE 0 TO WS-VAL-QUOTES.
       MOVE 0 TO WS-VAL-QUOTE-VALUE.
       MOVE 0 TO WS-QUOTE-SEQ.
       PERFORM READ-QUOTE-SEQ THRU READ-QUOTE-SEQ-DONE.

       OPEN INPUT SURVEY-FILE.

       IF NOT SURVEY-FILE-OK
           DISPLAY 'ERROR: Cannot open SURVEY.DAT (status '
               WS-SURVEY-STATUS ').'
           DISPLAY ' '
           PERFORM VAL-CLOSE-LOGS
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN OUTPUT EDIT-CHECK-FILE.

       MOVE SPACES TO EDIT-CHECK-RECORD.
       STRING 'SURVEY.DAT EDIT CHECK -- VALIDATE ONLY, '
              DELIMITED BY SIZE
              'NOTHING UPDATED' DELIMITED BY SIZE
              '  RUN: ' DELIMITED BY SIZE
              WS-TODAY-X10 DELIMITED BY SIZE
              INTO EDIT-CHECK-RECORD
       END-STRING.
       WRITE EDIT-CHECK-RECORD.

       PERFORM VAL-WRITE-RULE.

       MOVE SPACES TO EDIT-CHECK-RECORD.
       STRING '  REC  CAMERA      RESULT  FIELD      '
              DELIMITED BY SIZE
              'REASON / EFFECT OF THE LIVE RUN' DELIMITED BY SIZE
              INTO EDIT-CHECK-RECORD
       END-STRING.
       WRITE EDIT-CHECK-RECORD.

       PERFORM VAL-WRITE-RULE.

       VALIDATE-READ-LOOP.

       READ SURVEY-FILE
           AT END GO TO VALIDATE-FINISH
       END-READ.

       ADD 1 TO WS-VAL-REC.

       IF SVY-IS-COMMENT
           ADD 1 TO WS-VAL-COMMENTS
           GO TO VALIDATE-READ-LOOP
       END-IF.

       IF SVY-IS-HEADER
           ADD 1 TO WS-VAL-HDR-COUNT
           PERFORM VAL-START-SITE THRU VAL-START-SITE-DONE
           GO TO VALIDATE-READ-LOOP
       END-IF.

       IF NOT SVY-IS-DETAIL
           MOVE 'RECTYPE' TO WS-ERROR-FIELD
           PERFORM VAL-WRITE-FAIL THRU VAL-WRITE-FAIL-DONE
           GO TO VALIDATE-READ-LOOP
       END-IF.

       IF NOT SITE-SECTION-OPEN
           PERFORM VAL-START-DEFAULT-SITE
               THRU VAL-START-DEFAULT-SITE-DONE
       END-IF.

       PERFORM EDIT-SURVEY-DETAIL THRU EDIT-SURVEY-DETAIL-DONE.

       IF WS-ERROR-FIELD NOT = SPACES
           PERFORM VAL-WRITE-FAIL THRU VAL-WRITE-FAIL-DONE
           GO TO VALIDATE-READ-LOOP
       END-IF.

       PERFORM BATCH-COMPUTE-RESULT.

       IF NOT BATCH-RESULT-OK
           IF NIGHT-REJECTED
               MOVE 'NIGHT' TO WS-ERROR-FIELD
           ELSE
               MOVE 'RESULT' TO WS-ERROR-FIELD
           END-IF
           PERFORM VAL-WRITE-FAIL THRU VAL-WRITE-FAIL-DONE
           GO TO VALIDATE-READ-LOOP
       END-IF.

      * RATE-NIGHT-SUITABILITY has already matched the stock lens for
      * CALC 1-3; CALC 4 and 5 carry no stock part, as in the batch.
       IF CALC = 4 OR CALC = 5
           MOVE 'N' TO WS-STOCK-FOUND
           MOVE 'N' TO WS-STOCK-NO-COMPAT
           MOVE SPACES TO WS-STOCK-PART-OUT
       ELSE
           PERFORM ADD-SITE-BOM-ITEM THRU ADD-SITE-BOM-ITEM-DONE
       END-IF.

       ADD 1 TO WS-SITE-CAMERA-COUNT.
       ADD 1 TO WS-VAL-PASSED.

      * New camera or revision: the same site + camera match
      * UPDATE-SPEC-MASTER makes against the results master.
       MOVE WS-SITE-NAME TO WS-INQ-SITE.
       MOVE SVY-CAMERA-ID TO WS-INQ-CAMERA.
       PERFORM FIND-SPEC-RECORD THRU FIND-SPEC-RECORD-DONE.

       MOVE SPACES TO WS-VAL-TEXT.
       IF SPEC-RECORD-FOUND
           ADD 1 TO WS-VAL-REVISED
           ADD 1 TO WS-VAL-SITE-REVISED
           COMPUTE WS-VAL-REV = WS-SPEC-REVISION(WS-Q) + 1
               ON SIZE ERROR MOVE 999 TO WS-VAL-REV
           END-COMPUTE
           IF WS-SPEC-STOCK-PART(WS-Q) = WS-STOCK-PART-OUT
               STRING 'SPEC REVISION ' DELIMITED BY SIZE
                      WS-VAL-REV DELIMITED BY SIZE
                      '  STOCK ' DELIMITED BY SIZE
                      WS-STOCK-PART-OUT DELIMITED BY SIZE
                      ' UNCHANGED' DELIMITED BY SIZE
                      INTO WS-VAL-TEXT
               END-STRING
           ELSE
               STRING 'SPEC REVISION ' DELIMITED BY SIZE
                      WS-VAL-REV DELIMITED BY SIZE
                      '  STOCK ' DELIMITED BY SIZE
                      WS-SPEC-STOCK-PART(WS-Q) DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE
                      WS-STOCK-PART-OUT DELIMITED BY SIZE
                      INTO WS-VAL-TEXT
               END-STRING
           END-IF
       ELSE
           ADD 1 TO WS-VAL-NEW
           ADD 1 TO WS-VAL-SITE-NEW
           STRING 'NEW CAMERA  STOCK ' DELIMITED BY SIZE
                  WS-STOCK-PART-OUT DELIMITED BY SIZE
                  INTO WS-VAL-TEXT
           END-STRING
       END-IF.

      * An installed-lens or geometry check (CALC 4/5) names no stock
      * part, so only the new/revision half of the line applies.
       IF CALC = 4 OR CALC = 5
           IF SPEC-RECORD-FOUND
               MOVE SPACES TO WS-VAL-TEXT
               STRING 'SPEC REVISION ' DELIMITED BY SIZE
                      WS-VAL-REV DELIMITED BY SIZE
                      INTO WS-VAL-TEXT
               END-STRING
           ELSE
               MOVE 'NEW CAMERA' TO WS-VAL-TEXT
           END-IF
       END-IF.

       MOVE 'PASS' TO WS-VAL-RESULT.
       MOVE SPACES TO WS-ERROR-FIELD.
       PERFORM VAL-WRITE-LINE.

       GO TO VALIDATE-READ-LOOP.

       VALIDATE-FINISH.

       IF SITE-SECTION-OPEN
           PERFORM VAL-END-SITE THRU VAL-END-SITE-DONE
       END-IF.

       PERFORM VAL-WRITE-RULE.

       MOVE WS-VAL-REC TO WS-VAL-CNT-DISP-1.
       MOVE WS-VAL-HDR-COUNT TO WS-VAL-CNT-DISP-2.
       MOVE WS-VAL-COMMENTS TO WS-VAL-CNT-DISP-3.
       MOVE SPACES TO EDIT-CHECK-RECORD.
       STRING 'RECORDS READ: ' DELIMITED BY SIZE
              WS-VAL-CNT-DISP-1 DELIMITED BY SIZE
              '   SITE HEADERS: ' DELIMITED BY SIZE
              WS-VAL-CNT-DISP-2 DELIMITED BY SIZE
              '   COMMENTS: ' DELIMITED BY SIZE
              WS-VAL-CNT-DISP-3 DELIMITED BY SIZE
              INTO EDIT-CHECK-RECORD
       END-STRING.
       WRITE EDIT-CHECK-RECORD.

       MOVE WS-VAL-PASSED TO WS-VAL-CNT-DISP-1.
       MOVE WS-VAL-FAILED TO WS-VAL-CNT-DISP-2.
       MOVE SPACES TO EDIT-CHECK-RECORD.
       STRING 'PASSED:       ' DELIMITED BY SIZE
              WS-VAL-CNT-DISP-1 DELIMITED BY SIZE
              '   FAILED:       ' DELIMITED BY SIZE
              WS-VAL-CNT-DISP-2 DELIMITED BY SIZE
              INTO EDIT-CHECK-RECORD
       END-STRING.
       WRITE EDIT-CHECK-RECORD.

       MOVE WS-VAL-NEW TO WS-VAL-CNT-DISP-1.
       MOVE WS-VAL-REVISED TO WS-VAL-CNT-DISP-2.
       MOVE SPACES TO EDIT-CHECK-RECORD.
       STRING 'NEW CAMERAS:  ' DELIMITED BY SIZE
              WS-VAL-CNT-DISP-1 DELIMITED BY SIZE
              '   SPEC REVISIONS: ' DELIMITED BY SIZE
              WS-VAL-CNT-DISP-2 DELIMITED BY SIZE
              INTO EDIT-CHECK-RECORD
       END-STRING.
       WRITE EDIT-CHECK-RECORD.

       MOVE WS-VAL-QUOTES TO WS-VAL-CNT-DISP-1.
       MOVE WS-VAL-QUOTE-VALUE TO WS-QUO-AMT-DISP.
       MOVE SPACES TO EDIT-CHECK-RECORD.
       STRING 'QUOTES:       ' DELIMITED BY SIZE
              WS-VAL-CNT-DISP-1 DELIMITED BY SIZE
              '   QUOTE VALUE:  ' DELIMITED BY SIZE
              WS-QUO-AMT-DISP DELIMITED BY SIZE
              INTO EDIT-CHECK-RECORD
       END-STRING.
       WRITE EDIT-CHECK-RECORD.

       CLOSE SURVEY-FILE.
       CLOSE EDIT-CHECK-FILE.

       IF WS-VAL-FAILED > 0
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.

       MOVE WS-VAL-PASSED TO WS-VAL-CNT-DISP-1.
       MOVE WS-VAL-FAILED TO WS-VAL-CNT-DISP-2.
       DISPLAY 'Validate only: PASSED=' WS-VAL-CNT-DISP-1
           ' FAILED=' WS-VAL-CNT-DISP-2 ' -- see EDITCHK.TXT.'.
       DISPLAY 'No master, log or report file was updated.'.
       DISPLAY ' '.

       PERFORM VAL-CLOSE-LOGS.
       STOP RUN.

      * From the menu the session logs are already open (nothing has
      * been written to them); from the command line they never were.
       VAL-CLOSE-LOGS.

       IF LOG-FILES-ARE-OPEN
           CLOSE AUDIT-LOG-FILE
       END-IF.
       IF ERR-FILES-ARE-OPEN
           CLOSE ERROR-LOG-FILE
       END-IF.
       IF CSV-FILES-ARE-OPEN
           CLOSE CSV-EXPORT-FILE
       END-IF.

      ******************************************************************
      * Opens a site on EDITCHK.TXT from an 'H' header, closing the
      * previous site with its totals and quote value first. Where
      * the header would roll the sites master's last-survey date
      * forward, the line says so.
      ******************************************************************

       VAL-START-SITE.

       IF SITE-SECTION-OPEN
           PERFORM VAL-END-SITE THRU VAL-END-SITE-DONE
       END-IF.

       MOVE SVY-SITE-NAME TO WS-SITE-NAME.
       MOVE SVY-SURVEY-DATE TO WS-SITE-SURVEY-DATE.
       MOVE SVY-SURVEYOR TO WS-SITE-SURVEYOR.
       MOVE SVY-CUST-CODE TO WS-SITE-CUST-CODE.

       PERFORM VAL-OPEN-SITE THRU VAL-OPEN-SITE-DONE.

       MOVE WS-SITE-NAME TO WS-SM-LOOKUP-NAME.
       PERFORM FIND-SITE-BY-NAME THRU FIND-SITE-BY-NAME-DONE.
       IF SITE-MASTER-FOUND
           IF SVY-SURVEY-DATE NOT = SPACES
               AND SVY-SURVEY-DATE > WS-SITEM-LAST(WS-SM)
               MOVE SPACES TO EDIT-CHECK-RECORD
               STRING '      SITES MASTER LAST SURVEY WOULD ROLL '
                      DELIMITED BY SIZE
                      'FORWARD TO ' DELIMITED BY SIZE
                      SVY-SURVEY-DATE DELIMITED BY SIZE
                      INTO EDIT-CHECK-RECORD
               END-STRING
               WRITE EDIT-CHECK-RECORD
           END-IF
       END-IF.

       VAL-START-SITE-DONE.

      ******************************************************************
      * A detail record before any 'H' header gets the same
      * '(NO SITE HEADER)' site START-DEFAULT-SITE gives it.
      ******************************************************************

       VAL-START-DEFAULT-SITE.

       MOVE '(NO SITE HEADER)' TO WS-SITE-NAME.
       MOVE SPACES TO WS-SITE-SURVEY-DATE.
       MOVE SPACES TO WS-SITE-SURVEYOR.
       MOVE SPACES TO WS-SITE-CUST-CODE.

       PERFORM VAL-OPEN-SITE THRU VAL-OPEN-SITE-DONE.

       VAL-START-DEFAULT-SITE-DONE.

       VAL-OPEN-SITE.

       MOVE 0 TO WS-SITE-CAMERA-COUNT.
       MOVE 0 TO WS-SITE-BOM-COUNT.
       MOVE 0 TO WS-VAL-SITE-FAILED.
       MOVE 0 TO WS-VAL-SITE-NEW.
       MOVE 0 TO WS-VAL-SITE-REVISED.
       MOVE 'Y' TO WS-SITE-OPEN.

       MOVE SPACES TO EDIT-CHECK-RECORD.
       WRITE EDIT-CHECK-RECORD.

       MOVE SPACES TO EDIT-CHECK-RECORD.
       STRING 'SITE: ' DELIMITED BY SIZE
              WS-SITE-NAME DELIMITED BY SIZE
              '  SURVEYED: ' DELIMITED BY SIZE
              WS-SITE-SURVEY-DATE DELIMITED BY SIZE
              '  CUSTOMER: ' DELIMITED BY SIZE
              WS-SITE-CUST-CODE DELIMITED BY SIZE
              INTO EDIT-CHECK-RECORD
       END-STRING.
       WRITE EDIT-CHECK-RECORD.

       VAL-OPEN-SITE-DONE.

      ******************************************************************
      * Closes a site on EDITCHK.TXT: its pass/fail and new/revised
      * counts, and the quote WRITE-SITE-QUOTE would issue for it --
      * same quote number sequence, unit prices plus markup, labor
      * per camera, and the customer's discount and tax.
      ******************************************************************

       VAL-END-SITE.

       MOVE WS-SITE-CAMERA-COUNT TO WS-VAL-CNT-DISP-1.
       MOVE WS-VAL-SITE-FAILED TO WS-VAL-CNT-DISP-2.
       MOVE WS-VAL-SITE-NEW TO WS-VAL-CNT-DISP-3.
       MOVE WS-VAL-SITE-REVISED TO WS-VAL-CNT-DISP-4.
       MOVE SPACES TO EDIT-CHECK-RECORD.
       STRING '      SITE TOTAL  PASSED ' DELIMITED BY SIZE
              WS-VAL-CNT-DISP-1 DELIMITED BY SIZE
              '  FAILED ' DELIMITED BY SIZE
              WS-VAL-CNT-DISP-2 DELIMITED BY SIZE
              '  NEW ' DELIMITED BY SIZE
              WS-VAL-CNT-DISP-3 DELIMITED BY SIZE
              '  REVISED ' DELIMITED BY SIZE
              WS-VAL-CNT-DISP-4 DELIMITED BY SIZE
              INTO EDIT-CHECK-RECORD
       END-STRING.
       WRITE EDIT-CHECK-RECORD.

       MOVE 'N' TO WS-SITE-OPEN.

       IF WS-SITE-CAMERA-COUNT = 0 AND WS-SITE-BOM-COUNT = 0
           MOVE SPACES TO EDIT-CHECK-RECORD
           STRING '      NO QUOTE -- NO CAMERA AT THIS SITE PASSED.'
                  DELIMITED BY SIZE
                  INTO EDIT-CHECK-RECORD
           END-STRING
           WRITE EDIT-CHECK-RECORD
           GO TO VAL-END-SITE-DONE
       END-IF.

       ADD 1 TO WS-QUOTE-SEQ.
       ADD 1 TO WS-VAL-QUOTES.

       MOVE WS-SITE-CUST-CODE TO WS-LOOKUP-CUST.
       PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-DONE.
       IF CUSTOMER-FOUND
           MOVE WS-CUST-DISC-PCT(WS-C) TO WS-QUO-CUST-DISC
           MOVE WS-CUST-TAXABLE(WS-C) TO WS-QUO-CUST-TAXABLE
       ELSE
           MOVE 0 TO WS-QUO-CUST-DISC
           MOVE 'Y' TO WS-QUO-CUST-TAXABLE
       END-IF.

       MOVE 0 TO WS-QUO-SUBTOTAL.
       MOVE 1 TO WS-P.

       VAL-END-SITE-LOOP.

       IF WS-P > WS-SITE-BOM-COUNT
           GO TO VAL-END-SITE-LABOR
       END-IF.

       PERFORM QUOTE-PART-PRICE THRU QUOTE-PART-PRICE-DONE.

       COMPUTE WS-QUO-UNIT-PRICE ROUNDED = WS-BOM-UNIT-PRICE
               * (100 + WS-QUO-MARKUP-PCT) / 100
           ON SIZE ERROR MOVE 0 TO WS-QUO-UNIT-PRICE
       END-COMPUTE.
       COMPUTE WS-QUO-EXT-PRICE ROUNDED =
               WS-SITE-BOM-QTY(WS-P) * WS-QUO-UNIT-PRICE
           ON SIZE ERROR MOVE 0 TO WS-QUO-EXT-PRICE
       END-COMPUTE.
       ADD WS-QUO-EXT-PRICE TO WS-QUO-SUBTOTAL
           ON SIZE ERROR CONTINUE
       END-ADD.

       ADD 1 TO WS-P.
       GO TO VAL-END-SITE-LOOP.

       VAL-END-SITE-LABOR.

       COMPUTE WS-QUO-EXT-PRICE ROUNDED =
               WS-SITE-CAMERA-COUNT * WS-QUO-LABOR-RATE
           ON SIZE ERROR MOVE 0 TO WS-QUO-EXT-PRICE
       END-COMPUTE.
       ADD WS-QUO-EXT-PRICE TO WS-QUO-SUBTOTAL
           ON SIZE ERROR CONTINUE
       END-ADD.

       PERFORM COMPUTE-BILL-TOTALS THRU COMPUTE-BILL-TOTALS-DONE.

       ADD WS-QUO-TOTAL TO WS-VAL-QUOTE-VALUE
           ON SIZE ERROR CONTINUE
       END-ADD.

       MOVE WS-QUO-TOTAL TO WS-QUO-AMT-DISP.
       MOVE SPACES TO EDIT-CHECK-RECORD.
       STRING '      QUOTE NO. ' DELIMITED BY SIZE
              WS-QUOTE-SEQ DELIMITED BY SIZE
              ' WOULD BE ISSUED, TOTAL ' DELIMITED BY SIZE
              WS-QUO-AMT-DISP DELIMITED BY SIZE
              INTO EDIT-CHECK-RECORD
       END-STRING.
       WRITE EDIT-CHECK-RECORD.

       VAL-END-SITE-DONE.

      ******************************************************************
      * Lists a rejected record: the field code WS-ERROR-FIELD names
      * and what is wrong with it, as ERRORS.LOG would record it on
      * the live run.
      ******************************************************************

       VAL-WRITE-FAIL.

       ADD 1 TO WS-VAL-FAILED.
       ADD 1 TO WS-VAL-SITE-FAILED.
       MOVE 'FAIL' TO WS-VAL-RESULT.
       MOVE SPACES TO WS-VAL-TEXT.

       IF WS-ERROR-FIELD = 'RECTYPE'
           MOVE 'RECORD TYPE IS NOT H, D OR *' TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'MODEL'
           MOVE 'CAMERA MODEL IS NOT ON CAMERAS.DAT' TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'INACTIVE'
           MOVE 'CAMERA MODEL IS DEACTIVATED' TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'CALC'
           MOVE 'CALC CODE IS NOT 1-5' TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'UNITS'
           MOVE 'UNITS IS NOT 1 (METERS) OR 2 (FEET)' TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'SENSOR'
           MOVE 'SENSOR CODE IS NOT ON SENSORS.DAT' TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'REQCLASS'
           MOVE 'REQUIRED CLASS IS NOT D, O, R, I OR BLANK'
               TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'NIGHTREQ'
           MOVE 'NIGHT REQUIREMENT IS NOT Y, N OR BLANK'
               TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'CODEC'
           MOVE 'CODEC IS NOT 0, 1 OR 2' TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'NEARDIST'
           MOVE 'NEAR DISTANCE IS MISSING OR OUT OF RANGE'
               TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'FARDIST'
           MOVE 'FAR DISTANCE IS MISSING OR OUT OF RANGE'
               TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'DISTANCE'
           MOVE 'DISTANCE IS MISSING OR OUT OF RANGE' TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'DIMENSION'
           MOVE 'TARGET DIMENSION IS MISSING OR OUT OF RANGE'
               TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'LENS'
           MOVE 'INSTALLED LENS IS MISSING OR ZERO' TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'MOUNTHT'
           MOVE 'MOUNT HEIGHT IS MISSING OR OUT OF RANGE'
               TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'TILT'
           MOVE 'TILT IS NOT 0-89.9 DEGREES' TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'NIGHT'
           MOVE 'FAILS THE CONTRACTED NIGHT REQUIREMENT'
               TO WS-VAL-TEXT
       END-IF.
       IF WS-ERROR-FIELD = 'RESULT'
           MOVE 'CALCULATION OVERFLOWS -- CHECK THE INPUTS'
               TO WS-VAL-TEXT
       END-IF.

       PERFORM VAL-WRITE-LINE.

       VAL-WRITE-FAIL-DONE.

       VAL-WRITE-LINE.

       MOVE WS-VAL-REC TO WS-VAL-REC-DISP.
       MOVE SPACES TO EDIT-CHECK-RECORD.
       STRING WS-VAL-REC-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              SVY-CAMERA-ID DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-VAL-RESULT DELIMITED BY SIZE
              '    ' DELIMITED BY SIZE
              WS-ERROR-FIELD DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-VAL-TEXT DELIMITED BY SIZE
              INTO EDIT-CHECK-RECORD
       END-STRING.
       WRITE EDIT-CHECK-RECORD.

       VAL-WRITE-RULE.

       MOVE SPACES TO EDIT-CHECK-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '--------------------------' DELIMITED BY SIZE
              INTO EDIT-CHECK-RECORD
       END-STRING.
       WRITE EDIT-CHECK-RECORD.

      ******************************************************************
      * Formats the current date and time as a YYYY-MM-DD HH:MM:SS
      * timestamp in WS-RUN-TS-WORK for the run-control records.
      ******************************************************************

       FORMAT-RUN-TS.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-RUN-TS-WORK.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-CDT-HOUR DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-MINUTE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-SECOND DELIMITED BY SIZE
              INTO WS-RUN-TS-WORK
       END-STRING.

      ******************************************************************
      * Accumulates the per-reason skip counts for the run-control
      * record, keyed by the WS-ERROR-FIELD the batch validation just
      * logged to ERRORS.LOG.
      ******************************************************************

       ADD-SKIP-REASON.

       MOVE 1 TO WS-S.

       ADD-SKIP-REASON-LOOP.

       IF WS-S > WS-SKIP-REASON-COUNT
           GO TO ADD-SKIP-REASON-NEW
       END-IF.

       IF WS-SKIP-REASON-FIELD(WS-S) = WS-ERROR-FIELD
           ADD 1 TO WS-SKIP-REASON-CNT(WS-S)
           GO TO ADD-SKIP-REASON-DONE
       END-IF.

       ADD 1 TO WS-S.
       GO TO ADD-SKIP-REASON-LOOP.

       ADD-SKIP-REASON-NEW.

       IF WS-SKIP-REASON-COUNT >= 20
           GO TO ADD-SKIP-REASON-DONE
       END-IF.
       ADD 1 TO WS-SKIP-REASON-COUNT.
       MOVE WS-ERROR-FIELD
           TO WS-SKIP-REASON-FIELD(WS-SKIP-REASON-COUNT).
       MOVE 1 TO WS-SKIP-REASON-CNT(WS-SKIP-REASON-COUNT).

       ADD-SKIP-REASON-DONE.

      ******************************************************************
      * Appends the run-control record for this batch run to
      * RUNLOG.DAT: the accounting line, then one line per skip
      * reason.
      ******************************************************************

       WRITE-RUN-LOG.

       OPEN EXTEND RUN-LOG-FILE.

       MOVE SPACES TO RUN-LOG-RECORD.
       MOVE WS-RUN-RECS-READ TO WS-RUN-COUNT-DISP.
       MOVE WS-RUN-PRIOR-COUNT TO WS-RUN-COUNT-DISP-2.
       MOVE WS-RUN-SKIP-COUNT TO WS-RUN-COUNT-DISP-3.
       MOVE WS-RUN-REWORK-OUT TO WS-RUN-COUNT-DISP-4.
       MOVE WS-RUN-REWORK-IN TO WS-RUN-COUNT-DISP-5.
       STRING 'START=' DELIMITED BY SIZE
              WS-RUN-START-TS DELIMITED BY SIZE
              ' END=' DELIMITED BY SIZE
              WS-RUN-END-TS DELIMITED BY SIZE
              ' SITES=' DELIMITED BY SIZE
              WS-RUN-HDR-COUNT DELIMITED BY SIZE
              ' FIRST=' DELIMITED BY SIZE
              FUNCTION TRIM(WS-RUN-SITE-FIRST) DELIMITED BY SIZE
              ' READ=' DELIMITED BY SIZE
              FUNCTION TRIM(WS-RUN-COUNT-DISP) DELIMITED BY SIZE
              ' PRIOR=' DELIMITED BY SIZE
              FUNCTION TRIM(WS-RUN-COUNT-DISP-2) DELIMITED BY SIZE
              ' PROCESSED=' DELIMITED BY SIZE
              WS-BATCH-CAMERA-COUNT DELIMITED BY SIZE
              ' SKIPPED=' DELIMITED BY SIZE
              FUNCTION TRIM(WS-RUN-COUNT-DISP-3) DELIMITED BY SIZE
              ' RESUME=' DELIMITED BY SIZE
              WS-RUN-RESUME-FLAG DELIMITED BY SIZE
              ' REWORK-OUT=' DELIMITED BY SIZE
              FUNCTION TRIM(WS-RUN-COUNT-DISP-4) DELIMITED BY SIZE
              ' REWORK-IN=' DELIMITED BY SIZE
              FUNCTION TRIM(WS-RUN-COUNT-DISP-5) DELIMITED BY SIZE
              ' STATUS=' DELIMITED BY SIZE
              WS-RUN-STATUS DELIMITED BY SIZE
              INTO RUN-LOG-RECORD
       END-STRING.
       WRITE RUN-LOG-RECORD.

       MOVE 1 TO WS-S.

       WRITE-RUN-LOG-REASONS.

       IF WS-S > WS-SKIP-REASON-COUNT
           GO TO WRITE-RUN-LOG-CLOSE
       END-IF.

       MOVE WS-SKIP-REASON-CNT(WS-S) TO WS-RUN-COUNT-DISP.
       MOVE SPACES TO RUN-LOG-RECORD.
       STRING '  SKIPPED ' DELIMITED BY SIZE
              WS-SKIP-REASON-FIELD(WS-S) DELIMITED BY SIZE
              ': ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-RUN-COUNT-DISP) DELIMITED BY SIZE
              INTO RUN-LOG-RECORD
       END-STRING.
       WRITE RUN-LOG-RECORD.

       ADD 1 TO WS-S.
       GO TO WRITE-RUN-LOG-REASONS.

       WRITE-RUN-LOG-CLOSE.

       CLOSE RUN-LOG-FILE.

       WRITE-RUN-LOG-DONE.

      ******************************************************************
      * Camera-model master maintenance: add, change, deactivate and
      * list the models in CAMERAS.DAT from the program's own menu,
      * so the master is kept by the people who use it instead of by
      * hand-editing the file. Every action that alters the table
      * writes the whole master back out before returning to the
      * menu, so a maintenance session can be abandoned at any point
      * without leaving a half-updated file.
      ******************************************************************

       CAMERA-MAINT-DRIVER.

       DISPLAY '******************************************************'.
       DISPLAY '*** CAMERA-MODEL MASTER MAINTENANCE ******************'.
       DISPLAY '******************************************************'.
       DISPLAY ' '.
       DISPLAY '1) Add a model.'.
       DISPLAY '2) Change a model.'.
       DISPLAY '3) Deactivate a model.'.
       DISPLAY '4) List models.'.
       DISPLAY '5) Return to the main menu.'.
       DISPLAY ' '.

       MOVE 0 TO WS-RETRY-COUNT.

       SELECT-MAINT-CHOICE.

       DISPLAY 'Enter number: ' WITH NO ADVANCING.
       ACCEPT WS-MAINT-CHOICE.
       DISPLAY ' '.

       IF MAINT-RETURN
           GO TO START-CALCULATOR
       END-IF.
       IF MAINT-ADD
           GO TO MAINT-ADD-MODEL
       END-IF.
       IF MAINT-CHANGE
           GO TO MAINT-CHANGE-MODEL
       END-IF.
       IF MAINT-DEACTIVATE
           GO TO MAINT-DEACTIVATE-MODEL
       END-IF.
       IF MAINT-LIST
           GO TO MAINT-LIST-MODELS
       END-IF.

       ADD 1 TO WS-RETRY-COUNT.
       IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
           MOVE 'MAINT' TO WS-ERROR-FIELD
           MOVE WS-MAINT-CHOICE TO WS-ERROR-VALUE
           PERFORM WRITE-ERROR-LOG
           DISPLAY 'ERROR: Too many tries. Entry abandoned.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.
       DISPLAY 'ERROR: Please enter a valid number.'.
       DISPLAY ' '.
       GO TO SELECT-MAINT-CHOICE.

       MAINT-ADD-MODEL.

       DISPLAY 'Enter model code: ' WITH NO ADVANCING.
       ACCEPT WS-MAINT-MODEL.
       DISPLAY ' '.

       IF WS-MAINT-MODEL = SPACES
           DISPLAY 'ERROR: Model code may not be blank.'
           DISPLAY ' '
           GO TO CAMERA-MAINT-DRIVER
       END-IF.

       MOVE WS-MAINT-MODEL TO WS-LOOKUP-MODEL.
       PERFORM FIND-CAMERA-MODEL THRU FIND-CAMERA-MODEL-DONE.
       IF CAMERA-MODEL-FOUND
           DISPLAY 'ERROR: That model code already exists.'
           DISPLAY ' '
           GO TO CAMERA-MAINT-DRIVER
       END-IF.

       IF WS-MODEL-COUNT >= 100
           DISPLAY 'ERROR: The model master is full (100 models).'
           DISPLAY ' '
           GO TO CAMERA-MAINT-DRIVER
       END-IF.

       ADD 1 TO WS-MODEL-COUNT.
       MOVE WS-MODEL-COUNT TO WS-M.
       MOVE WS-MAINT-MODEL TO WS-MODEL-CODE(WS-M).

       PERFORM ACCEPT-MODEL-FIELDS THRU ACCEPT-MODEL-FIELDS-DONE.
       IF NOT MAINT-FIELDS-OK
           SUBTRACT 1 FROM WS-MODEL-COUNT
           GO TO CAMERA-MAINT-DRIVER
       END-IF.

       MOVE 'Y' TO WS-MODEL-ACTIVE(WS-M).
       PERFORM SAVE-MODEL-TABLE THRU SAVE-MODEL-TABLE-DONE.
       DISPLAY 'Model added.'.
       DISPLAY ' '.
       GO TO CAMERA-MAINT-DRIVER.

       MAINT-CHANGE-MODEL.

       DISPLAY 'Enter model code: ' WITH NO ADVANCING.
       ACCEPT WS-MAINT-MODEL.
       DISPLAY ' '.

       MOVE WS-MAINT-MODEL TO WS-LOOKUP-MODEL.
       PERFORM FIND-CAMERA-MODEL THRU FIND-CAMERA-MODEL-DONE.
       IF NOT CAMERA-MODEL-FOUND
           DISPLAY 'ERROR: Model not found.'
           DISPLAY ' '
           GO TO CAMERA-MAINT-DRIVER
       END-IF.

       MOVE WS-MODEL-ENTRY(WS-M) TO WS-MODEL-ENTRY-SAVE.

       PERFORM ACCEPT-MODEL-FIELDS THRU ACCEPT-MODEL-FIELDS-DONE.
       IF NOT MAINT-FIELDS-OK
           MOVE WS-MODEL-ENTRY-SAVE TO WS-MODEL-ENTRY(WS-M)
           GO TO CAMERA-MAINT-DRIVER
       END-IF.

       PERFORM SAVE-MODEL-TABLE THRU SAVE-MODEL-TABLE-DONE.
       DISPLAY 'Model changed.'.
       DISPLAY ' '.
       GO TO CAMERA-MAINT-DRIVER.

       MAINT-DEACTIVATE-MODEL.

       DISPLAY 'Enter model code: ' WITH NO ADVANCING.
       ACCEPT WS-MAINT-MODEL.
       DISPLAY ' '.

       MOVE WS-MAINT-MODEL TO WS-LOOKUP-MODEL.
       PERFORM FIND-CAMERA-MODEL THRU FIND-CAMERA-MODEL-DONE.
       IF NOT CAMERA-MODEL-FOUND
           DISPLAY 'ERROR: Model not found.'
           DISPLAY ' '
           GO TO CAMERA-MAINT-DRIVER
       END-IF.

       MOVE 'N' TO WS-MODEL-ACTIVE(WS-M).
       PERFORM SAVE-MODEL-TABLE THRU SAVE-MODEL-TABLE-DONE.
       DISPLAY 'Model deactivated.'.
       DISPLAY ' '.
       GO TO CAMERA-MAINT-DRIVER.

       MAINT-LIST-MODELS.

       IF WS-MODEL-COUNT = 0
           DISPLAY 'The model master is empty.'
           DISPLAY ' '
           GO TO CAMERA-MAINT-DRIVER
       END-IF.

       MOVE 1 TO WS-M.

       MAINT-LIST-MODELS-LOOP.

       IF WS-M > WS-MODEL-COUNT
           DISPLAY ' '
           GO TO CAMERA-MAINT-DRIVER
       END-IF.

       DISPLAY WS-MODEL-CODE(WS-M) ' ' WS-MODEL-DESC(WS-M)
           ' SENSOR=' WS-MODEL-SENSOR(WS-M)
           ' RES=' WS-MODEL-RESOLUTION(WS-M)
           ' MOUNT=' WS-MODEL-MOUNT(WS-M)
           ' ACTIVE=' WS-MODEL-ACTIVE(WS-M)
           ' MINLUX=' WS-MODEL-MIN-LUX(WS-M)
           ' WARRANTY=' WS-MODEL-WARRANTY(WS-M) 'MO'
           ' LENSMOUNT=' WS-MODEL-LENS-MOUNT(WS-M).

       ADD 1 TO WS-M.
       GO TO MAINT-LIST-MODELS-LOOP.

      ******************************************************************
      * Accepts the non-key fields for the model entry WS-M points
      * at: description, sensor-format number (validated against the
      * loaded sensor table), native horizontal resolution (which
      * must be numeric), mount type, minimum illumination, warranty
      * term in months and lens mount. Clears MAINT-FIELDS-OK when a
      * field fails validation so the caller can roll the entry back.
      ******************************************************************

       ACCEPT-MODEL-FIELDS.

       MOVE 'Y' TO WS-MAINT-FIELDS-OK.

       DISPLAY 'Enter description: ' WITH NO ADVANCING.
       ACCEPT WS-MODEL-DESC(WS-M).
       DISPLAY ' '.

       MOVE WS-SENSOR-COUNT TO WS-I-DISP.
       DISPLAY 'Enter sensor format number (1-' WS-I-DISP '): '
           WITH NO ADVANCING.
       ACCEPT WS-MAINT-SENSOR.
       DISPLAY ' '.

       IF WS-MAINT-SENSOR < 1 OR WS-MAINT-SENSOR > WS-SENSOR-COUNT
           DISPLAY 'ERROR: No such sensor format.'
           DISPLAY ' '
           MOVE 'N' TO WS-MAINT-FIELDS-OK
           GO TO ACCEPT-MODEL-FIELDS-DONE
       END-IF.
       MOVE WS-MAINT-SENSOR TO WS-MODEL-SENSOR(WS-M).

       DISPLAY 'Enter native horizontal resolution: '
           WITH NO ADVANCING.
       ACCEPT WS-MAINT-RESOLUTION.
       DISPLAY ' '.

       IF WS-MAINT-RESOLUTION IS NUMERIC
           MOVE WS-MAINT-RESOLUTION TO WS-MODEL-RESOLUTION(WS-M)
       ELSE
           DISPLAY 'ERROR: Resolution must be numeric.'
           DISPLAY ' '
           MOVE 'N' TO WS-MAINT-FIELDS-OK
           GO TO ACCEPT-MODEL-FIELDS-DONE
       END-IF.

       DISPLAY 'Enter mount type: ' WITH NO ADVANCING.
       ACCEPT WS-MODEL-MOUNT(WS-M).
       DISPLAY ' '.

       DISPLAY 'Enter minimum illumination in lux (e.g. 0.05, 0 if'
           ' not known): ' WITH NO ADVANCING.
       ACCEPT WS-DIMENSION-ENTRY.
       DISPLAY ' '.

       IF FUNCTION TEST-NUMVAL(WS-DIMENSION-ENTRY) = 0
           COMPUTE WS-MODEL-MIN-LUX(WS-M) =
                   FUNCTION NUMVAL(WS-DIMENSION-ENTRY)
               ON SIZE ERROR MOVE 0 TO WS-MODEL-MIN-LUX(WS-M)
           END-COMPUTE
       ELSE
           DISPLAY 'ERROR: Minimum illumination must be numeric.'
           DISPLAY ' '
           MOVE 'N' TO WS-MAINT-FIELDS-OK
           GO TO ACCEPT-MODEL-FIELDS-DONE
       END-IF.

       DISPLAY 'Enter warranty term in months (0 = none): '
           WITH NO ADVANCING.
       ACCEPT WS-MAINT-WARRANTY.
       DISPLAY ' '.

       IF WS-MAINT-WARRANTY IS NUMERIC
           MOVE WS-MAINT-WARRANTY TO WS-MODEL-WARRANTY(WS-M)
       ELSE
           DISPLAY 'ERROR: Warranty term must be numeric.'
           DISPLAY ' '
           MOVE 'N' TO WS-MAINT-FIELDS-OK
           GO TO ACCEPT-MODEL-FIELDS-DONE
       END-IF.

       DISPLAY 'Enter lens mount (e.g. CS, M12; blank = not known): '
           WITH NO ADVANCING.
       MOVE SPACES TO WS-MAINT-LENS-MOUNT.
       ACCEPT WS-MAINT-LENS-MOUNT.
       DISPLAY ' '.
       MOVE WS-MAINT-LENS-MOUNT TO WS-MODEL-LENS-MOUNT(WS-M).

       ACCEPT-MODEL-FIELDS-DONE.

      ******************************************************************
      * Spec inquiry (run mode 5): key a site and camera ID, get the
      * current authoritative spec back on screen -- one answer per
      * camera, not a pile of historical RESULTS.CSV rows.
      ******************************************************************

       SPEC-INQUIRY-DRIVER.

       DISPLAY 'Enter site name: ' WITH NO ADVANCING.
       ACCEPT WS-INQ-SITE.
       DISPLAY ' '.
       DISPLAY 'Enter camera ID: ' WITH NO ADVANCING.
       ACCEPT WS-INQ-CAMERA.
       DISPLAY ' '.

       PERFORM FIND-SPEC-RECORD THRU FIND-SPEC-RECORD-DONE.

       IF NOT SPEC-RECORD-FOUND
           DISPLAY 'No current spec for that site and camera.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.

       DISPLAY '******************************************************'.
       DISPLAY '*** CURRENT SPEC *************************************'.
       DISPLAY '******************************************************'.
       DISPLAY 'SITE:      ' WS-SPEC-SITE(WS-Q).
       DISPLAY 'CAMERA:    ' WS-SPEC-CAMERA(WS-Q).
       DISPLAY 'CALC MODE: ' WS-SPEC-CALC(WS-Q).
       MOVE WS-SPEC-SENSOR(WS-Q) TO WS-I.
       IF WS-I >= 1 AND WS-I <= WS-SENSOR-COUNT
           DISPLAY 'SENSOR:    ' WS-SENSOR-NAME(WS-I)
       ELSE
           DISPLAY 'SENSOR:    ' WS-SPEC-SENSOR(WS-Q)
       END-IF.
       MOVE WS-SPEC-DISTANCE(WS-Q) TO WS-DISTANCE-DISP.
       DISPLAY 'DISTANCE:  ' WS-DISTANCE-DISP 'M'.
       MOVE WS-SPEC-DIMENSION(WS-Q) TO WS-EDGE-DISP.
       DISPLAY 'DIMENSION: ' WS-EDGE-DISP 'M'.
       IF WS-SPEC-LENS-NEAR(WS-Q) = WS-SPEC-LENS-FAR(WS-Q)
           DISPLAY 'LENS:      ' WS-SPEC-LENS-NEAR(WS-Q) 'MM'
       ELSE
           DISPLAY 'LENS:      ' WS-SPEC-LENS-NEAR(WS-Q) '-'
               WS-SPEC-LENS-FAR(WS-Q) 'MM'
       END-IF.
       DISPLAY 'STOCK:     ' WS-SPEC-STOCK-PART(WS-Q).
       DISPLAY 'UPDATED:   ' WS-SPEC-UPDATED(WS-Q)
           '  REVISION: ' WS-SPEC-REVISION(WS-Q).
       IF SPEC-APPROVED(WS-Q)
           DISPLAY 'APPROVAL:  APPROVED BY ' WS-SPEC-APPROVER(WS-Q)
               ' ON ' WS-SPEC-APPR-DATE(WS-Q)
       ELSE
           IF SPEC-REJECTED(WS-Q)
               DISPLAY 'APPROVAL:  REJECTED BY '
                   WS-SPEC-APPROVER(WS-Q)
                   ' ON ' WS-SPEC-APPR-DATE(WS-Q)
               DISPLAY 'NOTE:      ' WS-SPEC-REJECT-NOTE(WS-Q)
           ELSE
               DISPLAY 'APPROVAL:  PENDING'
           END-IF
       END-IF.
       DISPLAY ' '.

       GO TO START-CALCULATOR.

      ******************************************************************
      * Scans the results master for WS-INQ-SITE + WS-INQ-CAMERA,
      * leaving WS-Q on the matching entry when it exists.
      ******************************************************************

       FIND-SPEC-RECORD.

       MOVE 'N' TO WS-SPEC-FOUND.
       MOVE 1 TO WS-Q.

       FIND-SPEC-RECORD-LOOP.

       IF WS-Q > WS-SPEC-COUNT
           GO TO FIND-SPEC-RECORD-DONE
       END-IF.

       IF WS-SPEC-SITE(WS-Q) = WS-INQ-SITE
           AND WS-SPEC-CAMERA(WS-Q) = WS-INQ-CAMERA
           MOVE 'Y' TO WS-SPEC-FOUND
           GO TO FIND-SPEC-RECORD-DONE
       END-IF.

       ADD 1 TO WS-Q.
       GO TO FIND-SPEC-RECORD-LOOP.

       FIND-SPEC-RECORD-DONE.

      ******************************************************************
      * Replaces (or creates) the results-master record for the
      * camera just processed by the batch: same site + camera ID
      * means the old spec is overwritten with a bumped revision
      * count and a fresh timestamp, which is what makes the master
      * authoritative where RESULTS.CSV is merely historical. Either
      * way the revision is pending approval until an engineer
      * reviews it.
      ******************************************************************

       UPDATE-SPEC-MASTER.

       MOVE WS-SITE-NAME TO WS-INQ-SITE.
       MOVE SVY-CAMERA-ID TO WS-INQ-CAMERA.
       PERFORM FIND-SPEC-RECORD THRU FIND-SPEC-RECORD-DONE.

       IF SPEC-RECORD-FOUND
           PERFORM ARCHIVE-SPEC-RECORD THRU ARCHIVE-SPEC-RECORD-DONE
       END-IF.

       IF NOT SPEC-RECORD-FOUND
           IF WS-SPEC-COUNT >= 500
               MOVE 'Y' TO WS-SPEC-FULL
               GO TO UPDATE-SPEC-MASTER-DONE
           END-IF
           ADD 1 TO WS-SPEC-COUNT
           MOVE WS-SPEC-COUNT TO WS-Q
           MOVE WS-SITE-NAME TO WS-SPEC-SITE(WS-Q)
           MOVE SVY-CAMERA-ID TO WS-SPEC-CAMERA(WS-Q)
           MOVE 0 TO WS-SPEC-REVISION(WS-Q)
       END-IF.

       MOVE CALC TO WS-SPEC-CALC(WS-Q).
       MOVE CALC2 TO WS-SPEC-SENSOR(WS-Q).
       IF CALC = 3
           MOVE WS-DISTANCE-NEAR TO WS-SPEC-DISTANCE(WS-Q)
           MOVE WS-RESULT-NEAR TO WS-SPEC-LENS-NEAR(WS-Q)
           MOVE WS-RESULT-FAR TO WS-SPEC-LENS-FAR(WS-Q)
       ELSE
           MOVE DISTANCE TO WS-SPEC-DISTANCE(WS-Q)
           IF CALC = 4 OR CALC = 5
               MOVE WS-INSTALLED-LENS TO WS-SPEC-LENS-NEAR(WS-Q)
               MOVE WS-INSTALLED-LENS TO WS-SPEC-LENS-FAR(WS-Q)
           ELSE
               MOVE RESULT TO WS-SPEC-LENS-NEAR(WS-Q)
               MOVE RESULT TO WS-SPEC-LENS-FAR(WS-Q)
           END-IF
       END-IF.
       MOVE WS-DENSITY-DIMENSION TO WS-SPEC-DIMENSION(WS-Q).
       MOVE WS-STOCK-PART-OUT TO WS-SPEC-STOCK-PART(WS-Q).
       MOVE SVY-MODEL-CODE TO WS-SPEC-MODEL(WS-Q).
       IF SVY-MOUNT-HEIGHT IS NUMERIC
           MOVE SVY-MOUNT-HEIGHT TO WS-SPEC-MOUNT-HT(WS-Q)
       ELSE
           MOVE 0 TO WS-SPEC-MOUNT-HT(WS-Q)
       END-IF.
       IF SVY-TILT-DEG IS NUMERIC
           MOVE SVY-TILT-DEG TO WS-SPEC-TILT(WS-Q)
       ELSE
           MOVE 0 TO WS-SPEC-TILT(WS-Q)
       END-IF.
       PERFORM FORMAT-RUN-TS.
       MOVE WS-RUN-TS-WORK TO WS-SPEC-UPDATED(WS-Q).
       ADD 1 TO WS-SPEC-REVISION(WS-Q).
       MOVE 'P' TO WS-SPEC-APPR-STATUS(WS-Q).
       MOVE SPACES TO WS-SPEC-APPROVER(WS-Q).
       MOVE SPACES TO WS-SPEC-APPR-DATE(WS-Q).
       MOVE SPACES TO WS-SPEC-REJECT-NOTE(WS-Q).

       IF SPEC-RECORD-FOUND
           PERFORM ADD-SPEC-DELTA THRU ADD-SPEC-DELTA-DONE
       END-IF.

       UPDATE-SPEC-MASTER-DONE.

      ******************************************************************
      * Appends the spec record WS-Q points at, as it stands before
      * the re-survey replaces it, to SPECHIST.DAT with the archive
      * timestamp, and holds the old values the delta report needs.
      ******************************************************************

       ARCHIVE-SPEC-RECORD.

       MOVE WS-SPEC-SITE(WS-Q) TO SPH-SITE.
       MOVE WS-SPEC-CAMERA(WS-Q) TO SPH-CAMERA.
       MOVE WS-SPEC-CALC(WS-Q) TO SPH-CALC.
       MOVE WS-SPEC-SENSOR(WS-Q) TO SPH-SENSOR.
       MOVE WS-SPEC-DISTANCE(WS-Q) TO SPH-DISTANCE.
       MOVE WS-SPEC-DIMENSION(WS-Q) TO SPH-DIMENSION.
       MOVE WS-SPEC-LENS-NEAR(WS-Q) TO SPH-LENS-NEAR.
       MOVE WS-SPEC-LENS-FAR(WS-Q) TO SPH-LENS-FAR.
       MOVE WS-SPEC-STOCK-PART(WS-Q) TO SPH-STOCK-PART.
       MOVE WS-SPEC-UPDATED(WS-Q) TO SPH-UPDATED.
       MOVE WS-SPEC-REVISION(WS-Q) TO SPH-REVISION.
       MOVE WS-SPEC-MODEL(WS-Q) TO SPH-MODEL.
       MOVE WS-SPEC-MOUNT-HT(WS-Q) TO SPH-MOUNT-HEIGHT.
       MOVE WS-SPEC-TILT(WS-Q) TO SPH-TILT.
       PERFORM FORMAT-RUN-TS.
       MOVE WS-RUN-TS-WORK TO SPH-ARCHIVED.
       MOVE WS-SPEC-APPR-STATUS(WS-Q) TO SPH-APPR-STATUS.
       MOVE WS-SPEC-APPROVER(WS-Q) TO SPH-APPROVER.
       MOVE WS-SPEC-APPR-DATE(WS-Q) TO SPH-APPR-DATE.
       MOVE WS-SPEC-REJECT-NOTE(WS-Q) TO SPH-REJECT-NOTE.
       WRITE SPEC-HISTORY-RECORD.

       MOVE WS-SPEC-SENSOR(WS-Q) TO WS-HIST-OLD-SENSOR.
       MOVE WS-SPEC-DISTANCE(WS-Q) TO WS-HIST-OLD-DIST.
       MOVE WS-SPEC-LENS-NEAR(WS-Q) TO WS-HIST-OLD-LENS.
       MOVE WS-SPEC-STOCK-PART(WS-Q) TO WS-HIST-OLD-PART.

       ARCHIVE-SPEC-RECORD-DONE.

      ******************************************************************
      * Records one re-surveyed camera in the delta table: the old
      * values ARCHIVE-SPEC-RECORD just held against the new record
      * now standing in the spec table. Past 200 re-surveyed cameras
      * the report is flagged truncated rather than silently short.
      ******************************************************************

       ADD-SPEC-DELTA.

       IF WS-DELTA-COUNT >= 200
           MOVE 'Y' TO WS-DELTA-FULL
           GO TO ADD-SPEC-DELTA-DONE
       END-IF.

       ADD 1 TO WS-DELTA-COUNT.
       MOVE WS-SPEC-SITE(WS-Q) TO WS-DELTA-SITE(WS-DELTA-COUNT).
       MOVE WS-SPEC-CAMERA(WS-Q) TO WS-DELTA-CAMERA(WS-DELTA-COUNT).
       MOVE WS-HIST-OLD-SENSOR
           TO WS-DELTA-OLD-SENSOR(WS-DELTA-COUNT).
       MOVE WS-SPEC-SENSOR(WS-Q)
           TO WS-DELTA-NEW-SENSOR(WS-DELTA-COUNT).
       MOVE WS-HIST-OLD-DIST TO WS-DELTA-OLD-DIST(WS-DELTA-COUNT).
       MOVE WS-SPEC-DISTANCE(WS-Q)
           TO WS-DELTA-NEW-DIST(WS-DELTA-COUNT).
       MOVE WS-HIST-OLD-LENS TO WS-DELTA-OLD-LENS(WS-DELTA-COUNT).
       MOVE WS-SPEC-LENS-NEAR(WS-Q)
           TO WS-DELTA-NEW-LENS(WS-DELTA-COUNT).
       MOVE WS-HIST-OLD-PART TO WS-DELTA-OLD-PART(WS-DELTA-COUNT).
       MOVE WS-SPEC-STOCK-PART(WS-Q)
           TO WS-DELTA-NEW-PART(WS-DELTA-COUNT).
       MOVE WS-SPEC-REVISION(WS-Q)
           TO WS-DELTA-REVISION(WS-DELTA-COUNT).

       ADD-SPEC-DELTA-DONE.

      ******************************************************************
      * What-if comparison (run mode 6): accept the scene once, then
      * evaluate it against every loaded sensor format.
      ******************************************************************

       COMPARE-DRIVER.

       DISPLAY '******************************************************'.
       DISPLAY '*** SENSOR FORMAT COMPARISON *************************'.
       DISPLAY '******************************************************'.
       DISPLAY '*** Units: 1) Meters   2) Feet ***********************'.
       DISPLAY ' '.

       MOVE 0 TO WS-RETRY-COUNT.

       VALUE-CMP-UNITS.

       DISPLAY 'Enter number: ' WITH NO ADVANCING.
       ACCEPT WS-UNITS.
       DISPLAY ' '.

       IF UNITS-METERS OR UNITS-FEET
           CONTINUE
       ELSE
           ADD 1 TO WS-RETRY-COUNT
           IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
               MOVE 'UNITS' TO WS-ERROR-FIELD
               MOVE WS-UNITS TO WS-ERROR-VALUE
               PERFORM WRITE-ERROR-LOG
               DISPLAY 'ERROR: Too many tries. Entry abandoned.'
               DISPLAY ' '
               GO TO START-CALCULATOR
           END-IF
           DISPLAY 'ERROR: Please enter a valid number.'
           DISPLAY ' '
           GO VALUE-CMP-UNITS
       END-IF.

       MOVE 0 TO WS-RETRY-COUNT.

       VALUE-CMP-DISTANCE.

       DISPLAY 'Enter distance: ' WITH NO ADVANCING.
       ACCEPT WS-DISTANCE-ENTRY.
       DISPLAY ' '.

       MOVE 0 TO DISTANCE.
       IF FUNCTION TEST-NUMVAL(WS-DISTANCE-ENTRY) = 0
           COMPUTE DISTANCE = FUNCTION NUMVAL(WS-DISTANCE-ENTRY)
               ON SIZE ERROR MOVE 0 TO DISTANCE
           END-COMPUTE
       END-IF.

       IF DISTANCE-VALID
           IF UNITS-FEET
               COMPUTE DISTANCE ROUNDED = DISTANCE * WS-FEET-TO-METERS
           END-IF
       ELSE
           ADD 1 TO WS-RETRY-COUNT
           IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
               MOVE 'DISTANCE' TO WS-ERROR-FIELD
               MOVE DISTANCE TO WS-DISTANCE-DISP
               MOVE WS-DISTANCE-DISP TO WS-ERROR-VALUE
               PERFORM WRITE-ERROR-LOG
               DISPLAY 'ERROR: Too many tries. Entry abandoned.'
               DISPLAY ' '
               GO TO START-CALCULATOR
           END-IF
           DISPLAY 'ERROR: Please enter a valid number.'
           DISPLAY ' '
           GO VALUE-CMP-DISTANCE
       END-IF.

       DISPLAY '*** Target: 1) Width   2) Height *********************'.
       DISPLAY ' '.

       MOVE 0 TO WS-RETRY-COUNT.

       VALUE-CMP-MODE.

       DISPLAY 'Enter number: ' WITH NO ADVANCING.
       ACCEPT WS-CMP-MODE.
       DISPLAY ' '.

       IF CMP-WIDTH OR CMP-HEIGHT
           CONTINUE
       ELSE
           ADD 1 TO WS-RETRY-COUNT
           IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
               MOVE 'CMPMODE' TO WS-ERROR-FIELD
               MOVE WS-CMP-MODE TO WS-ERROR-VALUE
               PERFORM WRITE-ERROR-LOG
               DISPLAY 'ERROR: Too many tries. Entry abandoned.'
               DISPLAY ' '
               GO TO START-CALCULATOR
           END-IF
           DISPLAY 'ERROR: Please enter a valid number.'
           DISPLAY ' '
           GO VALUE-CMP-MODE
       END-IF.

       MOVE 0 TO WS-RETRY-COUNT.

       VALUE-CMP-DIMENSION.

       DISPLAY 'Enter target dimension: ' WITH NO ADVANCING.
       ACCEPT WS-DIMENSION-ENTRY.
       DISPLAY ' '.

       MOVE 0 TO WS-CMP-DIMENSION.
       IF FUNCTION TEST-NUMVAL(WS-DIMENSION-ENTRY) = 0
           COMPUTE WS-CMP-DIMENSION =
                   FUNCTION NUMVAL(WS-DIMENSION-ENTRY)
               ON SIZE ERROR MOVE 0 TO WS-CMP-DIMENSION
           END-COMPUTE
       END-IF.

       IF CMP-DIM-VALID
           IF UNITS-FEET
               COMPUTE WS-CMP-DIMENSION ROUNDED =
                   WS-CMP-DIMENSION * WS-FEET-TO-METERS
           END-IF
       ELSE
           ADD 1 TO WS-RETRY-COUNT
           IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
               MOVE 'CMPDIM' TO WS-ERROR-FIELD
               MOVE WS-CMP-DIMENSION TO WS-DIMENSION-DISP
               MOVE WS-DIMENSION-DISP TO WS-ERROR-VALUE
               PERFORM WRITE-ERROR-LOG
               DISPLAY 'ERROR: Too many tries. Entry abandoned.'
               DISPLAY ' '
               GO TO START-CALCULATOR
           END-IF
           DISPLAY 'ERROR: Please enter a valid number.'
           DISPLAY ' '
           GO VALUE-CMP-DIMENSION
       END-IF.

       PERFORM COMPARE-RUN THRU COMPARE-RUN-DONE.

       DISPLAY ' '.
       DISPLAY 'Comparison written to COMPARE.TXT.'.
       DISPLAY ' '.

       GO TO START-CALCULATOR.

      ******************************************************************
      * Evaluates the scene against every sensor format: required
      * focal length per format, the nearest stock lens, and a flag
      * for formats whose result overflows or falls outside the
      * catalog's focal range. Each line is shown on screen and
      * written to COMPARE.TXT.
      ******************************************************************

       COMPARE-RUN.

       OPEN OUTPUT COMPARE-FILE.

      * The longest focal length the catalog can supply: a format
      * needing more than this still gets the widest stock lens, but
      * the proposal should show the spec is not really buildable.
       MOVE 0 TO WS-CAT-MAX.
       MOVE 1 TO WS-L.

       COMPARE-CAT-MAX-LOOP.

       IF WS-L > WS-LENS-COUNT
           GO TO COMPARE-CAT-MAX-DONE
       END-IF.
       IF WS-LENS-FAR(WS-L) > WS-CAT-MAX
           MOVE WS-LENS-FAR(WS-L) TO WS-CAT-MAX
       END-IF.
       ADD 1 TO WS-L.
       GO TO COMPARE-CAT-MAX-LOOP.

       COMPARE-CAT-MAX-DONE.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE DISTANCE TO WS-DISTANCE-DISP.
       MOVE WS-CMP-DIMENSION TO WS-DIMENSION-DISP.

       MOVE SPACES TO COMPARE-RECORD.
       STRING 'SENSOR FORMAT COMPARISON  RUN: ' DELIMITED BY SIZE
              WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO COMPARE-RECORD
       END-STRING.
       WRITE COMPARE-RECORD.
       DISPLAY COMPARE-RECORD.

       MOVE SPACES TO COMPARE-RECORD.
       IF CMP-WIDTH
           STRING 'DISTANCE: ' DELIMITED BY SIZE
                  WS-DISTANCE-DISP DELIMITED BY SIZE
                  'M  TARGET WIDTH: ' DELIMITED BY SIZE
                  WS-DIMENSION-DISP DELIMITED BY SIZE
                  'M' DELIMITED BY SIZE
                  INTO COMPARE-RECORD
           END-STRING
       ELSE
           STRING 'DISTANCE: ' DELIMITED BY SIZE
                  WS-DISTANCE-DISP DELIMITED BY SIZE
                  'M  TARGET HEIGHT: ' DELIMITED BY SIZE
                  WS-DIMENSION-DISP DELIMITED BY SIZE
                  'M' DELIMITED BY SIZE
                  INTO COMPARE-RECORD
           END-STRING
       END-IF.
       WRITE COMPARE-RECORD.
       DISPLAY COMPARE-RECORD.

       MOVE SPACES TO COMPARE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO COMPARE-RECORD
       END-STRING.
       WRITE COMPARE-RECORD.
       DISPLAY COMPARE-RECORD.

       MOVE SPACES TO COMPARE-RECORD.
       STRING 'SENSOR FORMAT         LENS (MM)  NEAREST STOCK'
              DELIMITED BY SIZE
              INTO COMPARE-RECORD
       END-STRING.
       WRITE COMPARE-RECORD.
       DISPLAY COMPARE-RECORD.

       MOVE SPACES TO COMPARE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO COMPARE-RECORD
       END-STRING.
       WRITE COMPARE-RECORD.
       DISPLAY COMPARE-RECORD.

       MOVE 1 TO WS-I.

       COMPARE-SENSOR-LOOP.

       IF WS-I > WS-SENSOR-COUNT
           GO TO COMPARE-SENSOR-DONE
       END-IF.

       IF CMP-WIDTH
           MOVE WS-SENSOR-WIDTH(WS-I) TO GETVAL
       ELSE
           MOVE WS-SENSOR-HEIGHT(WS-I) TO GETVAL
       END-IF.

       MOVE 'N' TO WS-CMP-OVERFLOW.
       MOVE 0 TO WS-CMP-RESULT.
       COMPUTE WS-CMP-RESULT ROUNDED =
               DISTANCE * GETVAL / WS-CMP-DIMENSION
           ON SIZE ERROR MOVE 'Y' TO WS-CMP-OVERFLOW
       END-COMPUTE.

       IF WS-CMP-OVERFLOW = 'Y'
           MOVE 'RESULT OVERFLOWS -- NOT BUILDABLE' TO WS-CMP-NOTE
           MOVE SPACES TO COMPARE-RECORD
           STRING WS-SENSOR-NAME(WS-I) DELIMITED BY SIZE
                  '   ***      ' DELIMITED BY SIZE
                  WS-CMP-NOTE DELIMITED BY SIZE
                  INTO COMPARE-RECORD
           END-STRING
           WRITE COMPARE-RECORD
           DISPLAY COMPARE-RECORD
           GO TO COMPARE-SENSOR-NEXT
       END-IF.

       MOVE WS-CMP-RESULT TO RESULT.
       MOVE WS-I TO WS-STOCK-SENSOR.
       MOVE SPACES TO WS-STOCK-MOUNT.
       PERFORM FIND-STOCK-LENS THRU FIND-STOCK-LENS-DONE.

       MOVE SPACES TO WS-CMP-NOTE.
       IF NOT STOCK-LENS-FOUND
           IF NO-COMPATIBLE-STOCK-LENS
               MOVE 'NO STOCK LENS COVERS FORMAT' TO WS-CMP-NOTE
           ELSE
               MOVE 'BELOW STOCK RANGE' TO WS-CMP-NOTE
           END-IF
       ELSE
           IF RESULT > WS-CAT-MAX
               MOVE WS-CAT-MAX TO WS-CAT-MAX-DISP
               STRING 'ABOVE STOCK RANGE (MAX '
                      DELIMITED BY SIZE
                      WS-CAT-MAX-DISP DELIMITED BY SIZE
                      'MM)' DELIMITED BY SIZE
                      INTO WS-CMP-NOTE
               END-STRING
           END-IF
       END-IF.

       MOVE SPACES TO COMPARE-RECORD.
       STRING WS-SENSOR-NAME(WS-I) DELIMITED BY SIZE
              '   ' DELIMITED BY SIZE
              RESULT DELIMITED BY SIZE
              '      ' DELIMITED BY SIZE
              WS-STOCK-PART-OUT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-CMP-NOTE DELIMITED BY SIZE
              INTO COMPARE-RECORD
       END-STRING.
       WRITE COMPARE-RECORD.
       DISPLAY COMPARE-RECORD.

       COMPARE-SENSOR-NEXT.

       ADD 1 TO WS-I.
       GO TO COMPARE-SENSOR-LOOP.

       COMPARE-SENSOR-DONE.

       CLOSE COMPARE-FILE.

       COMPARE-RUN-DONE.

      ******************************************************************
      * Work-order tracking (run mode 7): issue work orders from the
      * results master, record the techs' completions, cancel orders
      * and report installs still open past N days. Every action
      * that alters the table writes WORKORD.DAT back whole, the
      * same truncate-and-rewrite handling the camera-model master
      * gets.
      ******************************************************************

       WORK-ORDER-DRIVER.

       DISPLAY '******************************************************'.
       DISPLAY '*** WORK ORDERS **************************************'.
       DISPLAY '******************************************************'.
       DISPLAY ' '.
       DISPLAY '1) Issue work orders from the spec master.'.
       DISPLAY '2) Record a completion.'.
       DISPLAY '3) Cancel a work order.'.
       DISPLAY '4) Aging report: open orders past N days.'.
       DISPLAY '5) Return to the main menu.'.
       DISPLAY ' '.

       MOVE 0 TO WS-RETRY-COUNT.

       SELECT-WO-CHOICE.

       DISPLAY 'Enter number: ' WITH NO ADVANCING.
       ACCEPT WS-WO-CHOICE.
       DISPLAY ' '.

       IF WO-RETURN
           GO TO START-CALCULATOR
       END-IF.
       IF WO-GENERATE
           GO TO WO-GENERATE-ORDERS
       END-IF.
       IF WO-COMPLETE
           GO TO WO-COMPLETE-ORDER
       END-IF.
       IF WO-CANCEL
           GO TO WO-CANCEL-ORDER
       END-IF.
       IF WO-AGING
           GO TO WO-AGING-REPORT
       END-IF.

       ADD 1 TO WS-RETRY-COUNT.
       IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
           MOVE 'WOCHOICE' TO WS-ERROR-FIELD
           MOVE WS-WO-CHOICE TO WS-ERROR-VALUE
           PERFORM WRITE-ERROR-LOG
           DISPLAY 'ERROR: Too many tries. Entry abandoned.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.
       DISPLAY 'ERROR: Please enter a valid number.'.
       DISPLAY ' '.
       GO TO SELECT-WO-CHOICE.

      ******************************************************************
      * Issues a work order for every approved spec-master record
      * that has no issued or completed work order yet (a cancelled
      * one does not block re-issue). A spec still pending approval,
      * or rejected, is held back and counted. Model and mount type
      * resolve through the camera-model master when the spec
      * carries a model code.
      ******************************************************************

       WO-GENERATE-ORDERS.

       MOVE 0 TO WS-WO-CREATED.
       MOVE 0 TO WS-WO-HELD.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.

       MOVE 1 TO WS-Q.

       WO-GENERATE-LOOP.

       IF WS-Q > WS-SPEC-COUNT
           GO TO WO-GENERATE-DONE
       END-IF.

       PERFORM FIND-OPEN-WO THRU FIND-OPEN-WO-DONE.
       IF WORK-ORDER-FOUND
           GO TO WO-GENERATE-NEXT
       END-IF.

       IF NOT SPEC-APPROVED(WS-Q)
           ADD 1 TO WS-WO-HELD
           GO TO WO-GENERATE-NEXT
       END-IF.

       IF WS-WO-COUNT >= 500
           DISPLAY 'ERROR: The work-order file is full (500 orders).'
           DISPLAY ' '
           GO TO WO-GENERATE-DONE
       END-IF.

       PERFORM NEXT-WO-NUMBER THRU NEXT-WO-NUMBER-DONE.
       ADD 1 TO WS-WO-COUNT.
       MOVE WS-WO-COUNT TO WS-W.
       MOVE WS-WO-NEXT-NUM TO WS-WO-NUMBER(WS-W).
       MOVE WS-SPEC-SITE(WS-Q) TO WS-WO-SITE(WS-W).
       MOVE WS-SPEC-CAMERA(WS-Q) TO WS-WO-CAMERA(WS-W).
       MOVE WS-SPEC-MODEL(WS-Q) TO WS-WO-MODEL(WS-W).
       MOVE SPACES TO WS-WO-MOUNT(WS-W).
       IF WS-SPEC-MODEL(WS-Q) NOT = SPACES
           MOVE WS-SPEC-MODEL(WS-Q) TO WS-LOOKUP-MODEL
           PERFORM FIND-CAMERA-MODEL THRU FIND-CAMERA-MODEL-DONE
           IF CAMERA-MODEL-FOUND
               MOVE WS-MODEL-MOUNT(WS-M) TO WS-WO-MOUNT(WS-W)
           END-IF
       END-IF.
       MOVE WS-SPEC-STOCK-PART(WS-Q) TO WS-WO-PART(WS-W).
       MOVE WS-SPEC-MOUNT-HT(WS-Q) TO WS-WO-MOUNT-HT(WS-W).
       MOVE WS-SPEC-TILT(WS-Q) TO WS-WO-TILT(WS-W).
       MOVE 'I' TO WS-WO-STATUS(WS-W).
       MOVE WS-TODAY-X10 TO WS-WO-ISSUED(WS-W).
       MOVE SPACES TO WS-WO-COMPLETED(WS-W).
       MOVE SPACES TO WS-WO-INSTALLER(WS-W).
       MOVE 0 TO WS-WO-INVOICE(WS-W).
       MOVE SPACES TO WS-WO-CREW(WS-W).
       MOVE SPACES TO WS-WO-SCHED(WS-W).
       ADD 1 TO WS-WO-CREATED.

       WO-GENERATE-NEXT.

       ADD 1 TO WS-Q.
       GO TO WO-GENERATE-LOOP.

       WO-GENERATE-DONE.

       IF WS-WO-CREATED > 0
           PERFORM SAVE-WO-TABLE THRU SAVE-WO-TABLE-DONE
       END-IF.
       MOVE WS-WO-CREATED TO WS-WO-CNT-DISP.
       DISPLAY WS-WO-CNT-DISP ' work order(s) issued.'.
       IF WS-WO-HELD > 0
           MOVE WS-WO-HELD TO WS-WO-CNT-DISP
           DISPLAY WS-WO-CNT-DISP ' spec(s) not approved -- no order'
               ' issued.'
       END-IF.
       DISPLAY ' '.
       GO TO WORK-ORDER-DRIVER.

      ******************************************************************
      * Closes a work order from a tech's completion entry: the
      * work-order number, the install date and the installer. The
      * order's lens part is issued from stock, posted today.
      * A scheduled order defaults the installer to its crew and
      * reports how far the install date slipped from the booking.
      * The unit put up goes on the installed-asset register with
      * the camera and lens serial numbers keyed here.
      ******************************************************************

       WO-COMPLETE-ORDER.

       DISPLAY 'Enter work-order number: ' WITH NO ADVANCING.
       ACCEPT WS-WO-LOOKUP-NUM.
       DISPLAY ' '.

       PERFORM FIND-WO-BY-NUMBER THRU FIND-WO-BY-NUMBER-DONE.
       IF NOT WORK-ORDER-FOUND
           DISPLAY 'ERROR: Work order not found.'
           DISPLAY ' '
           GO TO WORK-ORDER-DRIVER
       END-IF.
       IF WS-WO-STATUS(WS-W) NOT = 'I'
           DISPLAY 'ERROR: That work order is not open.'
           DISPLAY ' '
           GO TO WORK-ORDER-DRIVER
       END-IF.
       IF WS-AST-COUNT >= 1000
           DISPLAY 'ERROR: The asset register is full (1000 units).'
           DISPLAY ' '
           GO TO WORK-ORDER-DRIVER
       END-IF.

       IF WS-WO-CREW(WS-W) NOT = SPACES
           MOVE WS-WO-CREW(WS-W) TO WS-CREW-LOOKUP-CODE
           PERFORM FIND-CREW THRU FIND-CREW-DONE
           DISPLAY 'Scheduled ' WS-WO-SCHED(WS-W) ' for crew '
               WS-WO-CREW(WS-W)
           DISPLAY ' '
       END-IF.

       DISPLAY 'Enter install date (YYYY-MM-DD): ' WITH NO ADVANCING.
       ACCEPT WS-WO-ENTRY-DATE.
       DISPLAY ' '.

       MOVE WS-WO-ENTRY-DATE TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       IF WS-DATE-INT = 0
           DISPLAY 'ERROR: That is not a valid date.'
           DISPLAY ' '
           GO TO WORK-ORDER-DRIVER
       END-IF.

       IF WS-WO-CREW(WS-W) = SPACES
           DISPLAY 'Enter installer: ' WITH NO ADVANCING
       ELSE
           DISPLAY 'Enter installer (blank = crew '
               FUNCTION TRIM(WS-WO-CREW(WS-W)) '): ' WITH NO ADVANCING
       END-IF.
       MOVE SPACES TO WS-WO-ENTRY-INST.
       ACCEPT WS-WO-ENTRY-INST.
       DISPLAY ' '.

       IF WS-WO-ENTRY-INST = SPACES
           AND WS-WO-CREW(WS-W) NOT = SPACES
           IF CREW-FOUND
               MOVE WS-CREW-NAME(WS-CR) TO WS-WO-ENTRY-INST
           ELSE
               MOVE WS-WO-CREW(WS-W) TO WS-WO-ENTRY-INST
           END-IF
       END-IF.

       DISPLAY 'Enter camera serial number: ' WITH NO ADVANCING.
       MOVE SPACES TO WS-AST-NEW-CAM-SERIAL.
       ACCEPT WS-AST-NEW-CAM-SERIAL.
       DISPLAY ' '.

       IF WS-AST-NEW-CAM-SERIAL = SPACES
           DISPLAY 'ERROR: Camera serial number may not be blank.'
           DISPLAY ' '
           GO TO WORK-ORDER-DRIVER
       END-IF.

       DISPLAY 'Enter lens serial number (blank = none): '
           WITH NO ADVANCING.
       MOVE SPACES TO WS-AST-NEW-LENS-SERIAL.
       ACCEPT WS-AST-NEW-LENS-SERIAL.
       DISPLAY ' '.

       MOVE 'C' TO WS-WO-STATUS(WS-W).
       MOVE WS-WO-ENTRY-DATE TO WS-WO-COMPLETED(WS-W).
       MOVE WS-WO-ENTRY-INST TO WS-WO-INSTALLER(WS-W).

       IF WS-WO-SCHED(WS-W) NOT = SPACES
           PERFORM WO-REPORT-SLIPPAGE THRU WO-REPORT-SLIPPAGE-DONE
       END-IF.

       IF WS-WO-PART(WS-W) NOT = SPACES
           AND WS-WO-PART(WS-W) NOT = 'NONE'
           PERFORM WO-ISSUE-PART THRU WO-ISSUE-PART-DONE
       END-IF.

       PERFORM ASSET-POST-INSTALL THRU ASSET-POST-INSTALL-DONE.
       PERFORM SAVE-ASSET-TABLE THRU SAVE-ASSET-TABLE-DONE.

       PERFORM SAVE-WO-TABLE THRU SAVE-WO-TABLE-DONE.
       DISPLAY 'Work order closed.'.
       DISPLAY ' '.
       GO TO WORK-ORDER-DRIVER.

      ******************************************************************
      * Reports the completed work order's slippage: the install date
      * against the date the scheduling run booked, in calendar days.
      ******************************************************************

       WO-REPORT-SLIPPAGE.

       MOVE WS-WO-COMPLETED(WS-W) TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       MOVE WS-DATE-INT TO WS-CRW-DAY-INT.

       MOVE WS-WO-SCHED(WS-W) TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       IF WS-DATE-INT = 0
           GO TO WO-REPORT-SLIPPAGE-DONE
       END-IF.

       COMPUTE WS-CRW-SLIP-DAYS = WS-CRW-DAY-INT - WS-DATE-INT.

       IF WS-CRW-SLIP-DAYS > 0
           MOVE WS-CRW-SLIP-DAYS TO WS-CRW-SLIP-DISP
           DISPLAY 'SLIPPAGE: installed '
               FUNCTION TRIM(WS-CRW-SLIP-DISP)
               ' day(s) after the scheduled ' WS-WO-SCHED(WS-W) '.'
       END-IF.
       IF WS-CRW-SLIP-DAYS < 0
           MOVE WS-CRW-SLIP-DAYS TO WS-CRW-SLIP-DISP
           DISPLAY 'Installed ' FUNCTION TRIM(WS-CRW-SLIP-DISP)
               ' day(s) ahead of the scheduled ' WS-WO-SCHED(WS-W) '.'
       END-IF.
       IF WS-CRW-SLIP-DAYS = 0
           DISPLAY 'Installed on the scheduled date.'
       END-IF.

       WO-REPORT-SLIPPAGE-DONE.

      ******************************************************************
      * Issues the completed work order's lens part from stock, one
      * unit, referenced by the work-order number. The ledger entry
      * is dated today like every other posting -- STOCKTXN.DAT is
      * kept in posting order for the movement report -- and the
      * install date, which may be in the past, goes in its note.
      * WS-W stays on the work order.
      ******************************************************************

       WO-ISSUE-PART.

       MOVE 'I' TO WS-STX-TYPE-IN.
       MOVE WS-WO-PART(WS-W) TO WS-STX-PART-IN.
       MOVE 1 TO WS-STX-QTY-IN.
       MOVE SPACES TO WS-STX-REF-IN.
       STRING 'WO' DELIMITED BY SIZE
              WS-WO-NUMBER(WS-W) DELIMITED BY SIZE
              INTO WS-STX-REF-IN
       END-STRING.
       MOVE SPACES TO WS-STX-NOTE-IN.
       STRING 'INSTALLED ' DELIMITED BY SIZE
              WS-WO-COMPLETED(WS-W) DELIMITED BY SIZE
              INTO WS-STX-NOTE-IN
       END-STRING.
       MOVE SPACES TO WS-STX-DATE-IN.

       PERFORM POST-STOCK-TXN THRU POST-STOCK-TXN-DONE.
       IF NOT STX-POSTED
           DISPLAY 'WARNING: Part ' WS-WO-PART(WS-W)
               ' was not issued from stock.'
           GO TO WO-ISSUE-PART-DONE
       END-IF.

       DISPLAY 'Part ' WS-WO-PART(WS-W) ' issued from stock.'.
       IF WS-STX-SHORT > 0
           DISPLAY 'WARNING: INVENTORY.DAT showed none on the shelf'
               ' -- count the part.'
       END-IF.

       WO-ISSUE-PART-DONE.

       WO-CANCEL-ORDER.

       DISPLAY 'Enter work-order number: ' WITH NO ADVANCING.
       ACCEPT WS-WO-LOOKUP-NUM.
       DISPLAY ' '.

       PERFORM FIND-WO-BY-NUMBER THRU FIND-WO-BY-NUMBER-DONE.
       IF NOT WORK-ORDER-FOUND
           DISPLAY 'ERROR: Work order not found.'
           DISPLAY ' '
           GO TO WORK-ORDER-DRIVER
       END-IF.
       IF WS-WO-STATUS(WS-W) NOT = 'I'
           DISPLAY 'ERROR: Only an open work order can be cancelled.'
           DISPLAY ' '
           GO TO WORK-ORDER-DRIVER
       END-IF.

       MOVE 'X' TO WS-WO-STATUS(WS-W).
       PERFORM SAVE-WO-TABLE THRU SAVE-WO-TABLE-DONE.
       DISPLAY 'Work order cancelled.'.
       DISPLAY ' '.
       GO TO WORK-ORDER-DRIVER.

      ******************************************************************
      * Aging report: every issued work order still open past the
      * keyed number of days, on screen and in WOAGING.TXT, so the
      * office can chase installs that never came back from the
      * field.
      ******************************************************************

       WO-AGING-REPORT.

       DISPLAY 'Open past how many days? ' WITH NO ADVANCING.
       ACCEPT WS-WO-AGE-LIMIT.
       DISPLAY ' '.

       IF WS-WO-AGE-LIMIT IS NOT NUMERIC
           DISPLAY 'ERROR: Please enter a valid number.'
           DISPLAY ' '
           GO TO WORK-ORDER-DRIVER
       END-IF.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.
       MOVE WS-TODAY-X10 TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       MOVE WS-DATE-INT TO WS-TODAY-INT.

       OPEN OUTPUT WO-AGING-FILE.

       MOVE WS-WO-AGE-LIMIT TO WS-WO-CNT-DISP.
       MOVE SPACES TO WO-AGING-RECORD.
       STRING 'WORK-ORDER AGING  RUN: ' DELIMITED BY SIZE
              WS-TODAY-X10 DELIMITED BY SIZE
              '  OPEN PAST ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-WO-CNT-DISP) DELIMITED BY SIZE
              ' DAYS' DELIMITED BY SIZE
              INTO WO-AGING-RECORD
       END-STRING.
       WRITE WO-AGING-RECORD.
       DISPLAY WO-AGING-RECORD.

       MOVE SPACES TO WO-AGING-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO WO-AGING-RECORD
       END-STRING.
       WRITE WO-AGING-RECORD.
       DISPLAY WO-AGING-RECORD.

       MOVE 0 TO WS-WO-OPEN-COUNT.
       MOVE 0 TO WS-WO-AGED-COUNT.
       MOVE 1 TO WS-W.

       WO-AGING-LOOP.

       IF WS-W > WS-WO-COUNT
           GO TO WO-AGING-SUMMARY
       END-IF.

       IF WS-WO-STATUS(WS-W) NOT = 'I'
           GO TO WO-AGING-NEXT
       END-IF.

       ADD 1 TO WS-WO-OPEN-COUNT.

       MOVE WS-WO-ISSUED(WS-W) TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       IF WS-DATE-INT = 0 OR WS-DATE-INT > WS-TODAY-INT
           MOVE 0 TO WS-WO-AGE-DAYS
       ELSE
           COMPUTE WS-WO-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT
               ON SIZE ERROR MOVE 0 TO WS-WO-AGE-DAYS
           END-COMPUTE
       END-IF.

       IF WS-WO-AGE-DAYS <= WS-WO-AGE-LIMIT
           GO TO WO-AGING-NEXT
       END-IF.

       ADD 1 TO WS-WO-AGED-COUNT.
       MOVE WS-WO-AGE-DAYS TO WS-WO-AGE-DISP.
       MOVE SPACES TO WO-AGING-RECORD.
       STRING 'WO ' DELIMITED BY SIZE
              WS-WO-NUMBER(WS-W) DELIMITED BY SIZE
              '  ISSUED ' DELIMITED BY SIZE
              WS-WO-ISSUED(WS-W) DELIMITED BY SIZE
              '  OPEN ' DELIMITED BY SIZE
              WS-WO-AGE-DISP DELIMITED BY SIZE
              ' DAYS  ' DELIMITED BY SIZE
              WS-WO-CAMERA(WS-W) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-WO-SITE(WS-W) DELIMITED BY SIZE
              INTO WO-AGING-RECORD
       END-STRING.
       WRITE WO-AGING-RECORD.
       DISPLAY WO-AGING-RECORD.

       WO-AGING-NEXT.

       ADD 1 TO WS-W.
       GO TO WO-AGING-LOOP.

       WO-AGING-SUMMARY.

       MOVE SPACES TO WO-AGING-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO WO-AGING-RECORD
       END-STRING.
       WRITE WO-AGING-RECORD.
       DISPLAY WO-AGING-RECORD.

       MOVE WS-WO-OPEN-COUNT TO WS-WO-CNT-DISP.
       MOVE SPACES TO WO-AGING-RECORD.
       STRING 'OPEN WORK ORDERS: ' DELIMITED BY SIZE
              WS-WO-CNT-DISP DELIMITED BY SIZE
              INTO WO-AGING-RECORD
       END-STRING.
       WRITE WO-AGING-RECORD.
       DISPLAY WO-AGING-RECORD.

       MOVE WS-WO-AGED-COUNT TO WS-WO-CNT-DISP.
       MOVE SPACES TO WO-AGING-RECORD.
       STRING 'OPEN PAST THE LIMIT: ' DELIMITED BY SIZE
              WS-WO-CNT-DISP DELIMITED BY SIZE
              INTO WO-AGING-RECORD
       END-STRING.
       WRITE WO-AGING-RECORD.
       DISPLAY WO-AGING-RECORD.

       CLOSE WO-AGING-FILE.

       DISPLAY ' '.
       DISPLAY 'Aging report written to WOAGING.TXT.'.
       DISPLAY ' '.
       GO TO WORK-ORDER-DRIVER.

      ******************************************************************
      * Scans the work-order table for the spec WS-Q points at: an
      * issued or completed order for the same site and camera blocks
      * generation; a cancelled one does not.
      ******************************************************************

       FIND-OPEN-WO.

       MOVE 'N' TO WS-WO-FOUND.
       MOVE 1 TO WS-W.

       FIND-OPEN-WO-LOOP.

       IF WS-W > WS-WO-COUNT
           GO TO FIND-OPEN-WO-DONE
       END-IF.

       IF WS-WO-SITE(WS-W) = WS-SPEC-SITE(WS-Q)
           AND WS-WO-CAMERA(WS-W) = WS-SPEC-CAMERA(WS-Q)
           AND WS-WO-STATUS(WS-W) NOT = 'X'
           MOVE 'Y' TO WS-WO-FOUND
           GO TO FIND-OPEN-WO-DONE
       END-IF.

       ADD 1 TO WS-W.
       GO TO FIND-OPEN-WO-LOOP.

       FIND-OPEN-WO-DONE.

      ******************************************************************
      * Scans the work-order table for WS-WO-LOOKUP-NUM, leaving
      * WS-W on the matching entry and WORK-ORDER-FOUND set.
      ******************************************************************

       FIND-WO-BY-NUMBER.

       MOVE 'N' TO WS-WO-FOUND.
       MOVE 1 TO WS-W.

       FIND-WO-BY-NUMBER-LOOP.

       IF WS-W > WS-WO-COUNT
           GO TO FIND-WO-BY-NUMBER-DONE
       END-IF.

       IF WS-WO-NUMBER(WS-W) = WS-WO-LOOKUP-NUM
           MOVE 'Y' TO WS-WO-FOUND
           GO TO FIND-WO-BY-NUMBER-DONE
       END-IF.

       ADD 1 TO WS-W.
       GO TO FIND-WO-BY-NUMBER-LOOP.

       FIND-WO-BY-NUMBER-DONE.

      ******************************************************************
      * Leaves the next free work-order number (highest existing
      * number plus one) in WS-WO-NEXT-NUM.
      ******************************************************************

       NEXT-WO-NUMBER.

       MOVE 0 TO WS-WO-NEXT-NUM.
       MOVE 1 TO WS-W.

       NEXT-WO-NUMBER-LOOP.

       IF WS-W > WS-WO-COUNT
           ADD 1 TO WS-WO-NEXT-NUM
           GO TO NEXT-WO-NUMBER-DONE
       END-IF.

       IF WS-WO-NUMBER(WS-W) > WS-WO-NEXT-NUM
           MOVE WS-WO-NUMBER(WS-W) TO WS-WO-NEXT-NUM
       END-IF.

       ADD 1 TO WS-W.
       GO TO NEXT-WO-NUMBER-LOOP.

       NEXT-WO-NUMBER-DONE.

      ******************************************************************
      * Installer crews: crew-master maintenance, the install
      * scheduling run over open work orders, and the daily dispatch
      * sheet.
      ******************************************************************

       CREW-DRIVER.

       DISPLAY '******************************************************'.
       DISPLAY '*** INSTALLER CREWS AND SCHEDULING *******************'.
       DISPLAY '******************************************************'.
       DISPLAY ' '.
       DISPLAY '1) Add a crew.'.
       DISPLAY '2) Change a crew.'.
       DISPLAY '3) List crews.'.
       DISPLAY '4) Schedule open work orders to crews.'.
       DISPLAY '5) Daily dispatch sheet.'.
       DISPLAY '6) Return to the main menu.'.
       DISPLAY ' '.

       MOVE 0 TO WS-RETRY-COUNT.

       SELECT-CRW-CHOICE.

       DISPLAY 'Enter number: ' WITH NO ADVANCING.
       ACCEPT WS-CRW-CHOICE.
       DISPLAY ' '.

       IF CRW-RETURN
           GO TO START-CALCULATOR
       END-IF.
       IF CRW-ADD
           GO TO CRW-ADD-CREW
       END-IF.
       IF CRW-CHANGE
           GO TO CRW-CHANGE-CREW
       END-IF.
       IF CRW-LIST
           GO TO CRW-LIST-CREWS
       END-IF.
       IF CRW-SCHEDULE
           GO TO CRW-SCHEDULE-RUN
       END-IF.
       IF CRW-DISPATCH
           GO TO CRW-DISPATCH-SHEET
       END-IF.

       ADD 1 TO WS-RETRY-COUNT.
       IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
           MOVE 'CRWCHOICE' TO WS-ERROR-FIELD
           MOVE WS-CRW-CHOICE TO WS-ERROR-VALUE
           PERFORM WRITE-ERROR-LOG
           DISPLAY 'ERROR: Too many tries. Entry abandoned.'
           DISPLAY ' '
       END-IF.
       DISPLAY 'ERROR: Please enter a valid number.'.
       DISPLAY ' '.
       GO TO SELECT-CRW-CHOICE.

       CRW-ADD-CREW.

       DISPLAY 'Enter crew code: ' WITH NO ADVANCING.
       MOVE SPACES TO WS-CREW-LOOKUP-CODE.
       ACCEPT WS-CREW-LOOKUP-CODE.
       DISPLAY ' '.

       IF WS-CREW-LOOKUP-CODE = SPACES
           DISPLAY 'ERROR: Crew code may not be blank.'
           DISPLAY ' '
           GO TO CREW-DRIVER
       END-IF.

       PERFORM FIND-CREW THRU FIND-CREW-DONE.
       IF CREW-FOUND
           DISPLAY 'ERROR: That crew code already exists.'
           DISPLAY ' '
           GO TO CREW-DRIVER
       END-IF.

       IF WS-CREW-COUNT >= 50
           DISPLAY 'ERROR: The crew master is full (50 crews).'
           DISPLAY ' '
           GO TO CREW-DRIVER
       END-IF.

       ADD 1 TO WS-CREW-COUNT.
       MOVE WS-CREW-COUNT TO WS-CR.
       MOVE SPACES TO WS-CREW-ENTRY(WS-CR).
       MOVE WS-CREW-LOOKUP-CODE TO WS-CREW-CODE(WS-CR).
       MOVE 0 TO WS-CREW-CAPACITY(WS-CR).

       PERFORM ACCEPT-CREW-FIELDS THRU ACCEPT-CREW-FIELDS-DONE.
       IF NOT CREW-FIELDS-OK
           SUBTRACT 1 FROM WS-CREW-COUNT
           GO TO CREW-DRIVER
       END-IF.

       PERFORM SAVE-CREW-TABLE THRU SAVE-CREW-TABLE-DONE.
       DISPLAY 'Crew added.'.
       DISPLAY ' '.
       GO TO CREW-DRIVER.

       CRW-CHANGE-CREW.

       DISPLAY 'Enter crew code: ' WITH NO ADVANCING.
       MOVE SPACES TO WS-CREW-LOOKUP-CODE.
       ACCEPT WS-CREW-LOOKUP-CODE.
       DISPLAY ' '.

       PERFORM FIND-CREW THRU FIND-CREW-DONE.
       IF NOT CREW-FOUND
           DISPLAY 'ERROR: Crew not found.'
           DISPLAY ' '
           GO TO CREW-DRIVER
       END-IF.

       MOVE WS-CREW-ENTRY(WS-CR) TO WS-CREW-ENTRY-SAVE.

       PERFORM ACCEPT-CREW-FIELDS THRU ACCEPT-CREW-FIELDS-DONE.
       IF NOT CREW-FIELDS-OK
           MOVE WS-CREW-ENTRY-SAVE TO WS-CREW-ENTRY(WS-CR)
           GO TO CREW-DRIVER
       END-IF.

       PERFORM SAVE-CREW-TABLE THRU SAVE-CREW-TABLE-DONE.
       DISPLAY 'Crew changed.'.
       DISPLAY ' '.
       GO TO CREW-DRIVER.

       CRW-LIST-CREWS.

       IF WS-CREW-COUNT = 0
           DISPLAY 'The crew master is empty.'
           DISPLAY ' '
           GO TO CREW-DRIVER
       END-IF.

       MOVE 1 TO WS-CR.

       CRW-LIST-LOOP.

       IF WS-CR > WS-CREW-COUNT
           DISPLAY ' '
           GO TO CREW-DRIVER
       END-IF.

       DISPLAY WS-CREW-CODE(WS-CR) ' ' WS-CREW-NAME(WS-CR)
           ' LIFT=' WS-CREW-LIFT-CERT(WS-CR)
           ' MOUNTS=' WS-CREW-MOUNT(WS-CR, 1) WS-CREW-MOUNT(WS-CR, 2)
           WS-CREW-MOUNT(WS-CR, 3) WS-CREW-MOUNT(WS-CR, 4)
           ' CAP=' WS-CREW-CAPACITY(WS-CR) '/DAY'
           ' ACTIVE=' WS-CREW-ACTIVE(WS-CR).

       ADD 1 TO WS-CR.
       GO TO CRW-LIST-LOOP.

      ******************************************************************
      * Accepts the non-key fields for the crew entry WS-CR points
      * at. Mount types are keyed as they appear in CM-MOUNT-TYPE on
      * the camera-model master; a blank entry leaves that slot
      * unused.
      ******************************************************************

       ACCEPT-CREW-FIELDS.

       MOVE 'Y' TO WS-CREW-FIELDS-OK.

       DISPLAY 'Enter crew name: ' WITH NO ADVANCING.
       ACCEPT WS-CREW-NAME(WS-CR).
       DISPLAY ' '.

       IF WS-CREW-NAME(WS-CR) = SPACES
           DISPLAY 'ERROR: Crew name may not be blank.'
           DISPLAY ' '
           MOVE 'N' TO WS-CREW-FIELDS-OK
           GO TO ACCEPT-CREW-FIELDS-DONE
       END-IF.

       DISPLAY 'Lift-certified (Y/N)? ' WITH NO ADVANCING.
       ACCEPT WS-CREW-LIFT-CERT(WS-CR).
       DISPLAY ' '.

       IF WS-CREW-LIFT-CERT(WS-CR) NOT = 'Y'
           AND WS-CREW-LIFT-CERT(WS-CR) NOT = 'N'
           DISPLAY 'ERROR: Please enter Y or N.'
           DISPLAY ' '
           MOVE 'N' TO WS-CREW-FIELDS-OK
           GO TO ACCEPT-CREW-FIELDS-DONE
       END-IF.

       MOVE 1 TO WS-CRM.

       ACCEPT-CREW-MOUNT-LOOP.

       IF WS-CRM > 4
           GO TO ACCEPT-CREW-CAPACITY
       END-IF.

       DISPLAY 'Qualified mount type ' WS-CRM ' (blank = none): '
           WITH NO ADVANCING.
       MOVE SPACES TO WS-CREW-MOUNT(WS-CR, WS-CRM).
       ACCEPT WS-CREW-MOUNT(WS-CR, WS-CRM).
       DISPLAY ' '.

       ADD 1 TO WS-CRM.
       GO TO ACCEPT-CREW-MOUNT-LOOP.

       ACCEPT-CREW-CAPACITY.

       DISPLAY 'Cameras per day: ' WITH NO ADVANCING.
       ACCEPT WS-CRW-MAINT-CAP.
       DISPLAY ' '.

       IF WS-CRW-MAINT-CAP IS NOT NUMERIC OR WS-CRW-MAINT-CAP = 0
           DISPLAY 'ERROR: Capacity must be a number from 1 to 99.'
           DISPLAY ' '
           MOVE 'N' TO WS-CREW-FIELDS-OK
           GO TO ACCEPT-CREW-FIELDS-DONE
       END-IF.
       MOVE WS-CRW-MAINT-CAP TO WS-CREW-CAPACITY(WS-CR).

       DISPLAY 'Active (Y/N)? ' WITH NO ADVANCING.
       ACCEPT WS-CREW-ACTIVE(WS-CR).
       DISPLAY ' '.

       IF WS-CREW-ACTIVE(WS-CR) NOT = 'Y'
           AND WS-CREW-ACTIVE(WS-CR) NOT = 'N'
           DISPLAY 'ERROR: Please enter Y or N.'
           DISPLAY ' '
           MOVE 'N' TO WS-CREW-FIELDS-OK
           GO TO ACCEPT-CREW-FIELDS-DONE
       END-IF.

       ACCEPT-CREW-FIELDS-DONE.

      ******************************************************************
      * Scheduling run: books every open work order that has no crew
      * yet, site by site, to a qualified crew and working day from
      * the keyed start date. An open order still holding a booking
      * for a day before the start date (the install never happened)
      * or for a crew that is no longer active is released first and
      * booked again with the rest. Orders that cannot be booked
      * within the horizon are listed with the reason and left
      * unscheduled for the next run.
      ******************************************************************

       CRW-SCHEDULE-RUN.

       IF WS-CREW-COUNT = 0
           DISPLAY 'ERROR: The crew master is empty.'
           DISPLAY ' '
           GO TO CREW-DRIVER
       END-IF.

       DISPLAY 'First install day -- ' WITH NO ADVANCING.
       PERFORM CRW-ACCEPT-DATE THRU CRW-ACCEPT-DATE-DONE.
       IF WS-CRW-DAY-INT = 0
           DISPLAY 'ERROR: That is not a valid date.'
           DISPLAY ' '
           GO TO CREW-DRIVER
       END-IF.
       PERFORM CRW-SKIP-WEEKEND THRU CRW-SKIP-WEEKEND-DONE.
       MOVE WS-CRW-DAY-INT TO WS-CRW-START-INT.

       MOVE 0 TO WS-CRW-SCHEDULED.
       MOVE 0 TO WS-CRW-UNPLACED.
       MOVE 0 TO WS-CRW-RELEASED.
       MOVE 0 TO WS-CRW-SITE-COUNT.
       MOVE 1 TO WS-W.

      * First release the bookings that have lapsed or whose crew
      * has been stood down.
       CRW-SCHED-RELEASE-LOOP.

       IF WS-W > WS-WO-COUNT
           GO TO CRW-SCHED-LIST
       END-IF.

       IF WS-WO-STATUS(WS-W) = 'I' AND WS-WO-CREW(WS-W) NOT = SPACES
           PERFORM CRW-RELEASE-ORDER THRU CRW-RELEASE-ORDER-DONE
       END-IF.

       ADD 1 TO WS-W.
       GO TO CRW-SCHED-RELEASE-LOOP.

       CRW-SCHED-LIST.

       MOVE 1 TO WS-W.

      * Then the distinct sites with unscheduled open orders, in
      * work-order sequence.
       CRW-SCHED-LIST-LOOP.

       IF WS-W > WS-WO-COUNT
           GO TO CRW-SCHED-SITES
       END-IF.

       IF WS-WO-STATUS(WS-W) = 'I' AND WS-WO-CREW(WS-W) = SPACES
           PERFORM CRW-ADD-SITE THRU CRW-ADD-SITE-DONE
       END-IF.

       ADD 1 TO WS-W.
       GO TO CRW-SCHED-LIST-LOOP.

       CRW-SCHED-SITES.

       MOVE 1 TO WS-CRW-S.

       CRW-SCHED-SITE-LOOP.

       IF WS-CRW-S > WS-CRW-SITE-COUNT
           GO TO CRW-SCHED-END
       END-IF.

       MOVE 1 TO WS-W.

       CRW-SCHED-ORDER-LOOP.

       IF WS-W > WS-WO-COUNT
           GO TO CRW-SCHED-SITE-NEXT
       END-IF.

       IF WS-WO-STATUS(WS-W) = 'I' AND WS-WO-CREW(WS-W) = SPACES
           AND WS-WO-SITE(WS-W) = WS-CRW-SITE(WS-CRW-S)
           PERFORM CRW-PLACE-ORDER THRU CRW-PLACE-ORDER-DONE
       END-IF.

       ADD 1 TO WS-W.
       GO TO CRW-SCHED-ORDER-LOOP.

       CRW-SCHED-SITE-NEXT.

       ADD 1 TO WS-CRW-S.
       GO TO CRW-SCHED-SITE-LOOP.

       CRW-SCHED-END.

       IF WS-CRW-SCHEDULED > 0 OR WS-CRW-RELEASED > 0
           PERFORM SAVE-WO-TABLE THRU SAVE-WO-TABLE-DONE
       END-IF.

       DISPLAY ' '.
       IF WS-CRW-RELEASED > 0
           MOVE WS-CRW-RELEASED TO WS-WO-CNT-DISP
           DISPLAY WS-WO-CNT-DISP ' earlier booking(s) released.'
       END-IF.
       MOVE WS-CRW-SCHEDULED TO WS-WO-CNT-DISP.
       DISPLAY WS-WO-CNT-DISP ' work order(s) scheduled.'.
       MOVE WS-CRW-UNPLACED TO WS-WO-CNT-DISP.
       DISPLAY WS-WO-CNT-DISP ' work order(s) left unscheduled.'.
       DISPLAY ' '.
       GO TO CREW-DRIVER.

      ******************************************************************
      * Clears the crew and day off the booked open work order WS-W
      * points at when the day is before the run's start date or the
      * crew is missing from the crew master or no longer active, so
      * the run books it afresh.
      ******************************************************************

       CRW-RELEASE-ORDER.

       MOVE WS-WO-CREW(WS-W) TO WS-CREW-LOOKUP-CODE.
       PERFORM FIND-CREW THRU FIND-CREW-DONE.
       IF NOT CREW-FOUND
           DISPLAY 'WO ' WS-WO-NUMBER(WS-W) ' ' WS-WO-CAMERA(WS-W)
               ' released: crew ' WS-WO-CREW(WS-W)
               ' is not on the crew master.'
           GO TO CRW-RELEASE-ORDER-CLEAR
       END-IF.
       IF WS-CREW-ACTIVE(WS-CR) NOT = 'Y'
           DISPLAY 'WO ' WS-WO-NUMBER(WS-W) ' ' WS-WO-CAMERA(WS-W)
               ' released: crew ' WS-WO-CREW(WS-W)
               ' is no longer active.'
           GO TO CRW-RELEASE-ORDER-CLEAR
       END-IF.

       MOVE WS-WO-SCHED(WS-W) TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       IF WS-DATE-INT NOT < WS-CRW-START-INT
           GO TO CRW-RELEASE-ORDER-DONE
       END-IF.
       DISPLAY 'WO ' WS-WO-NUMBER(WS-W) ' ' WS-WO-CAMERA(WS-W)
           ' released: booked ' WS-WO-SCHED(WS-W)
           ' and not installed.'.

       CRW-RELEASE-ORDER-CLEAR.

       MOVE SPACES TO WS-WO-CREW(WS-W).
       MOVE SPACES TO WS-WO-SCHED(WS-W).
       ADD 1 TO WS-CRW-RELEASED.

       CRW-RELEASE-ORDER-DONE.

      ******************************************************************
      * Adds the site of the work order WS-W points at to the run's
      * site list unless it is already there.
      ******************************************************************

       CRW-ADD-SITE.

       MOVE 1 TO WS-CRW-S.

       CRW-ADD-SITE-LOOP.

       IF WS-CRW-S > WS-CRW-SITE-COUNT
           ADD 1 TO WS-CRW-SITE-COUNT
           MOVE WS-WO-SITE(WS-W) TO WS-CRW-SITE(WS-CRW-SITE-COUNT)
           GO TO CRW-ADD-SITE-DONE
       END-IF.

       IF WS-CRW-SITE(WS-CRW-S) = WS-WO-SITE(WS-W)
           GO TO CRW-ADD-SITE-DONE
       END-IF.

       ADD 1 TO WS-CRW-S.
       GO TO CRW-ADD-SITE-LOOP.

       CRW-ADD-SITE-DONE.

      ******************************************************************
      * Books the work order WS-W points at to the first working day
      * from the run's start date on which a qualified crew has
      * room: a crew already booked at the order's site that day is
      * tried before any other. Gives up at once when no crew is
      * qualified at all, or after the horizon in working days.
      ******************************************************************

       CRW-PLACE-ORDER.

       MOVE 'N' TO WS-CRW-ANY-QUAL.
       MOVE WS-CRW-START-INT TO WS-CRW-DAY-INT.
       MOVE 0 TO WS-CRW-DAYS-TRIED.

       CRW-PLACE-DAY-LOOP.

       IF WS-CRW-DAYS-TRIED >= WS-CRW-HORIZON
           GO TO CRW-PLACE-FAILED
       END-IF.

       PERFORM CRW-SKIP-WEEKEND THRU CRW-SKIP-WEEKEND-DONE.
       MOVE WS-CRW-DAY-INT TO WS-DATE-INT.
       PERFORM CONVERT-INT-TO-DATE THRU CONVERT-INT-TO-DATE-DONE.
       MOVE WS-DATE-X10 TO WS-CRW-DAY-X10.

       MOVE 1 TO WS-CR.

       CRW-PLACE-SAME-LOOP.

       IF WS-CR > WS-CREW-COUNT
           GO TO CRW-PLACE-ANY
       END-IF.

       PERFORM CREW-QUALIFY THRU CREW-QUALIFY-DONE.
       IF CREW-QUALIFIED
           MOVE 'Y' TO WS-CRW-ANY-QUAL
           PERFORM CREW-DAY-LOAD THRU CREW-DAY-LOAD-DONE
           IF CRW-AT-SITE
               AND WS-CRW-LOAD < WS-CREW-CAPACITY(WS-CR)
               GO TO CRW-PLACE-BOOK
           END-IF
       END-IF.

       ADD 1 TO WS-CR.
       GO TO CRW-PLACE-SAME-LOOP.

       CRW-PLACE-ANY.

       IF NOT CRW-ANY-QUALIFIED
           GO TO CRW-PLACE-FAILED
       END-IF.

       MOVE 1 TO WS-CR.

       CRW-PLACE-ANY-LOOP.

       IF WS-CR > WS-CREW-COUNT
           GO TO CRW-PLACE-NEXT-DAY
       END-IF.

       PERFORM CREW-QUALIFY THRU CREW-QUALIFY-DONE.
       IF CREW-QUALIFIED
           PERFORM CREW-DAY-LOAD THRU CREW-DAY-LOAD-DONE
           IF WS-CRW-LOAD < WS-CREW-CAPACITY(WS-CR)
               GO TO CRW-PLACE-BOOK
           END-IF
       END-IF.

       ADD 1 TO WS-CR.
       GO TO CRW-PLACE-ANY-LOOP.

       CRW-PLACE-NEXT-DAY.

       ADD 1 TO WS-CRW-DAY-INT.
       ADD 1 TO WS-CRW-DAYS-TRIED.
       GO TO CRW-PLACE-DAY-LOOP.

       CRW-PLACE-BOOK.

       MOVE WS-CREW-CODE(WS-CR) TO WS-WO-CREW(WS-W).
       MOVE WS-CRW-DAY-X10 TO WS-WO-SCHED(WS-W).
       ADD 1 TO WS-CRW-SCHEDULED.
       DISPLAY 'WO ' WS-WO-NUMBER(WS-W) ' ' WS-WO-CAMERA(WS-W)
           ' -> ' WS-WO-CREW(WS-W) ' ' WS-WO-SCHED(WS-W)
           '  ' WS-WO-SITE(WS-W).
       GO TO CRW-PLACE-ORDER-DONE.

       CRW-PLACE-FAILED.

       ADD 1 TO WS-CRW-UNPLACED.
       IF CRW-ANY-QUALIFIED
           MOVE WS-CRW-HORIZON TO WS-WO-CNT-DISP
           DISPLAY 'WO ' WS-WO-NUMBER(WS-W) ' ' WS-WO-CAMERA(WS-W)
               ' NOT SCHEDULED: no crew capacity within '
               FUNCTION TRIM(WS-WO-CNT-DISP) ' working days.'
       ELSE
           DISPLAY 'WO ' WS-WO-NUMBER(WS-W) ' ' WS-WO-CAMERA(WS-W)
               ' NOT SCHEDULED: no active crew qualified for mount '
               FUNCTION TRIM(WS-WO-MOUNT(WS-W)) '.'
       END-IF.

       CRW-PLACE-ORDER-DONE.

      ******************************************************************
      * Sets CREW-QUALIFIED when the crew WS-CR points at may install
      * the work order WS-W points at.
      ******************************************************************

       CREW-QUALIFY.

       MOVE 'N' TO WS-CREW-QUAL.

       IF WS-CREW-ACTIVE(WS-CR) NOT = 'Y'
           OR WS-CREW-CAPACITY(WS-CR) = 0
           GO TO CREW-QUALIFY-DONE
       END-IF.

      * A POLE mount goes up from a lift.
       IF WS-WO-MOUNT(WS-W) = 'POLE'
           AND WS-CREW-LIFT-CERT(WS-CR) NOT = 'Y'
           GO TO CREW-QUALIFY-DONE
       END-IF.

       IF WS-WO-MOUNT(WS-W) = SPACES
           MOVE 'Y' TO WS-CREW-QUAL
           GO TO CREW-QUALIFY-DONE
       END-IF.

       MOVE 1 TO WS-CRM.

       CREW-QUALIFY-LOOP.

       IF WS-CRM > 4
           GO TO CREW-QUALIFY-DONE
       END-IF.

       IF WS-CREW-MOUNT(WS-CR, WS-CRM) = WS-WO-MOUNT(WS-W)
           MOVE 'Y' TO WS-CREW-QUAL
           GO TO CREW-QUALIFY-DONE
       END-IF.

       ADD 1 TO WS-CRM.
       GO TO CREW-QUALIFY-LOOP.

       CREW-QUALIFY-DONE.

      ******************************************************************
      * Counts the orders already booked to the crew WS-CR points at
      * on WS-CRW-DAY-X10 into WS-CRW-LOAD, and sets CRW-AT-SITE when
      * one of them is at the site of the work order WS-W points at.
      * Cancelled orders no longer take up a slot.
      ******************************************************************

       CREW-DAY-LOAD.

       MOVE 0 TO WS-CRW-LOAD.
       MOVE 'N' TO WS-CRW-AT-SITE.
       MOVE 1 TO WS-CRW-K.

       CREW-DAY-LOAD-LOOP.

       IF WS-CRW-K > WS-WO-COUNT
           GO TO CREW-DAY-LOAD-DONE
       END-IF.

       IF WS-WO-CREW(WS-CRW-K) = WS-CREW-CODE(WS-CR)
           AND WS-WO-SCHED(WS-CRW-K) = WS-CRW-DAY-X10
           AND WS-WO-STATUS(WS-CRW-K) NOT = 'X'
           ADD 1 TO WS-CRW-LOAD
           IF WS-WO-SITE(WS-CRW-K) = WS-WO-SITE(WS-W)
               MOVE 'Y' TO WS-CRW-AT-SITE
           END-IF
       END-IF.

       ADD 1 TO WS-CRW-K.
       GO TO CREW-DAY-LOAD-LOOP.

       CREW-DAY-LOAD-DONE.

      ******************************************************************
      * Accepts a date for the scheduling run or the dispatch sheet
      * into WS-CRW-DAY-INT and WS-CRW-DAY-X10. A blank entry means
      * the next working day after today; WS-CRW-DAY-INT is zero
      * when the entry is not a valid date.
      ******************************************************************

       CRW-ACCEPT-DATE.

       DISPLAY 'Enter date (YYYY-MM-DD, blank = next working day): '
           WITH NO ADVANCING.
       MOVE SPACES TO WS-WO-ENTRY-DATE.
       ACCEPT WS-WO-ENTRY-DATE.
       DISPLAY ' '.

       IF WS-WO-ENTRY-DATE NOT = SPACES
           MOVE WS-WO-ENTRY-DATE TO WS-DATE-X10
           PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE
           MOVE WS-DATE-INT TO WS-CRW-DAY-INT
           IF WS-CRW-DAY-INT = 0
               GO TO CRW-ACCEPT-DATE-DONE
           END-IF
           MOVE WS-WO-ENTRY-DATE TO WS-CRW-DAY-X10
           GO TO CRW-ACCEPT-DATE-DONE
       END-IF.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.
       MOVE WS-TODAY-X10 TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       COMPUTE WS-CRW-DAY-INT = WS-DATE-INT + 1.
       PERFORM CRW-SKIP-WEEKEND THRU CRW-SKIP-WEEKEND-DONE.
       MOVE WS-CRW-DAY-INT TO WS-DATE-INT.
       PERFORM CONVERT-INT-TO-DATE THRU CONVERT-INT-TO-DATE-DONE.
       MOVE WS-DATE-X10 TO WS-CRW-DAY-X10.

       CRW-ACCEPT-DATE-DONE.

      ******************************************************************
      * Moves WS-CRW-DAY-INT off a Saturday or Sunday to the Monday.
      * Day 1 of the integer calendar, 1601-01-01, was a Monday, so a
      * remainder of 6 after dividing by 7 is a Saturday and 0 a
      * Sunday.
      ******************************************************************

       CRW-SKIP-WEEKEND.

       DIVIDE WS-CRW-DAY-INT BY 7 GIVING WS-CRW-WEEKS
           REMAINDER WS-CRW-DOW.

       IF WS-CRW-DOW = 6
           ADD 2 TO WS-CRW-DAY-INT
       END-IF.
       IF WS-CRW-DOW = 0
           ADD 1 TO WS-CRW-DAY-INT
       END-IF.

       CRW-SKIP-WEEKEND-DONE.

      ******************************************************************
      * Daily dispatch sheet: for the keyed date, one section per
      * crew with open orders booked that day -- site, camera, model,
      * lens part, mount height and tilt -- to the screen and
      * DISPATCH.TXT.
      ******************************************************************

       CRW-DISPATCH-SHEET.

       DISPLAY 'Dispatch day -- ' WITH NO ADVANCING.
       PERFORM CRW-ACCEPT-DATE THRU CRW-ACCEPT-DATE-DONE.
       IF WS-CRW-DAY-INT = 0
           DISPLAY 'ERROR: That is not a valid date.'
           DISPLAY ' '
           GO TO CREW-DRIVER
       END-IF.

       OPEN OUTPUT DISPATCH-FILE.

       MOVE 0 TO WS-CRW-SHEETS.
       MOVE 1 TO WS-CR.

       CRW-DISPATCH-CREW-LOOP.

       IF WS-CR > WS-CREW-COUNT
           GO TO CRW-DISPATCH-END
       END-IF.

       MOVE 0 TO WS-CRW-LOAD.
       MOVE 1 TO WS-W.

       CRW-DISPATCH-ORDER-LOOP.

       IF WS-W > WS-WO-COUNT
           GO TO CRW-DISPATCH-CREW-END
       END-IF.

       IF WS-WO-CREW(WS-W) NOT = WS-CREW-CODE(WS-CR)
           OR WS-WO-SCHED(WS-W) NOT = WS-CRW-DAY-X10
           OR WS-WO-STATUS(WS-W) NOT = 'I'
           GO TO CRW-DISPATCH-ORDER-NEXT
       END-IF.

       IF WS-CRW-LOAD = 0
           PERFORM CRW-DISPATCH-HEADER THRU CRW-DISPATCH-HEADER-DONE
       END-IF.
       ADD 1 TO WS-CRW-LOAD.

       MOVE WS-WO-MOUNT-HT(WS-W) TO WS-CRW-HT-DISP.
       MOVE WS-WO-TILT(WS-W) TO WS-CRW-TILT-DISP.
       MOVE SPACES TO DISPATCH-RECORD.
       STRING WS-WO-NUMBER(WS-W) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-WO-SITE(WS-W) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-WO-CAMERA(WS-W) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-WO-MODEL(WS-W) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-WO-PART(WS-W) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-CRW-HT-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-CRW-TILT-DISP DELIMITED BY SIZE
              INTO DISPATCH-RECORD
       END-STRING.
       WRITE DISPATCH-RECORD.
       DISPLAY DISPATCH-RECORD.

       CRW-DISPATCH-ORDER-NEXT.

       ADD 1 TO WS-W.
       GO TO CRW-DISPATCH-ORDER-LOOP.

       CRW-DISPATCH-CREW-END.

       IF WS-CRW-LOAD > 0
           ADD 1 TO WS-CRW-SHEETS
           PERFORM CRW-DISPATCH-FOOTER THRU CRW-DISPATCH-FOOTER-DONE
       END-IF.

       ADD 1 TO WS-CR.
       GO TO CRW-DISPATCH-CREW-LOOP.

       CRW-DISPATCH-END.

       IF WS-CRW-SHEETS = 0
           MOVE SPACES TO DISPATCH-RECORD
           STRING 'NO WORK ORDERS ARE SCHEDULED FOR '
                  DELIMITED BY SIZE
                  WS-CRW-DAY-X10 DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  INTO DISPATCH-RECORD
           END-STRING
           WRITE DISPATCH-RECORD
           DISPLAY DISPATCH-RECORD
       END-IF.

       CLOSE DISPATCH-FILE.

       DISPLAY ' '.
       DISPLAY 'Dispatch sheet written to DISPATCH.TXT.'.
       DISPLAY ' '.
       GO TO CREW-DRIVER.

       CRW-DISPATCH-HEADER.

       MOVE WS-CREW-CAPACITY(WS-CR) TO WS-WO-CNT-DISP.
       MOVE SPACES TO DISPATCH-RECORD.
       STRING 'DISPATCH SHEET  DATE: ' DELIMITED BY SIZE
              WS-CRW-DAY-X10 DELIMITED BY SIZE
              '  CREW: ' DELIMITED BY SIZE
              WS-CREW-CODE(WS-CR) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-CREW-NAME(WS-CR) DELIMITED BY SIZE
              '  CAPACITY: ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-WO-CNT-DISP) DELIMITED BY SIZE
              INTO DISPATCH-RECORD
       END-STRING.
       WRITE DISPATCH-RECORD.
       DISPLAY DISPATCH-RECORD.

       PERFORM CRW-DISPATCH-RULE THRU CRW-DISPATCH-RULE-DONE.

       MOVE SPACES TO DISPATCH-RECORD.
       STRING 'WO NO.  SITE                            '
              DELIMITED BY SIZE
              'CAMERA      MODEL       LENS PART   HT(M)  TILT'
              DELIMITED BY SIZE
              INTO DISPATCH-RECORD
       END-STRING.
       WRITE DISPATCH-RECORD.
       DISPLAY DISPATCH-RECORD.

       PERFORM CRW-DISPATCH-RULE THRU CRW-DISPATCH-RULE-DONE.

       CRW-DISPATCH-HEADER-DONE.

       CRW-DISPATCH-FOOTER.

       PERFORM CRW-DISPATCH-RULE THRU CRW-DISPATCH-RULE-DONE.

       MOVE WS-CRW-LOAD TO WS-WO-CNT-DISP.
       MOVE SPACES TO DISPATCH-RECORD.
       STRING 'CAMERAS TO INSTALL: ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-WO-CNT-DISP) DELIMITED BY SIZE
              INTO DISPATCH-RECORD
       END-STRING.
       WRITE DISPATCH-RECORD.
       DISPLAY DISPATCH-RECORD.

       MOVE SPACES TO DISPATCH-RECORD.
       WRITE DISPATCH-RECORD.
       DISPLAY ' '.

       CRW-DISPATCH-FOOTER-DONE.

       CRW-DISPATCH-RULE.

       MOVE SPACES TO DISPATCH-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '--------------------------' DELIMITED BY SIZE
              INTO DISPATCH-RECORD
       END-STRING.
       WRITE DISPATCH-RECORD.
       DISPLAY DISPATCH-RECORD.

       CRW-DISPATCH-RULE-DONE.

      ******************************************************************
      * Scans the crew table for WS-CREW-LOOKUP-CODE, leaving WS-CR on
      * the matching entry and CREW-FOUND set when it exists.
      ******************************************************************

       FIND-CREW.

       MOVE 'N' TO WS-CREW-FOUND.
       MOVE 1 TO WS-CR.

       FIND-CREW-LOOP.

       IF WS-CR > WS-CREW-COUNT
           GO TO FIND-CREW-DONE
       END-IF.

       IF WS-CREW-CODE(WS-CR) = WS-CREW-LOOKUP-CODE
           MOVE 'Y' TO WS-CREW-FOUND
           GO TO FIND-CREW-DONE
       END-IF.

       ADD 1 TO WS-CR.
       GO TO FIND-CREW-LOOP.

       FIND-CREW-DONE.

      ******************************************************************
      * Installed-asset register: inquiry on a site and camera, the
      * replace-unit transaction, and the warranty expiry report.
      ******************************************************************

       ASSET-DRIVER.

       DISPLAY '******************************************************'.
       DISPLAY '*** INSTALLED-ASSET REGISTER *************************'.
       DISPLAY '******************************************************'.
       DISPLAY ' '.
       DISPLAY '1) Inquiry: the unit at a site and camera.'.
       DISPLAY '2) Replace a unit.'.
       DISPLAY '3) Warranty expiry report (next 90 days).'.
       DISPLAY '4) Return to the main menu.'.
       DISPLAY ' '.

       MOVE 0 TO WS-RETRY-COUNT.

       SELECT-AST-CHOICE.

       DISPLAY 'Enter number: ' WITH NO ADVANCING.
       ACCEPT WS-AST-CHOICE.
       DISPLAY ' '.

       IF AST-RETURN
           GO TO START-CALCULATOR
       END-IF.
       IF AST-INQUIRY
           GO TO ASSET-INQUIRY
       END-IF.
       IF AST-REPLACE
           GO TO ASSET-REPLACE-UNIT
       END-IF.
       IF AST-WARRANTY
           GO TO ASSET-WARRANTY-REPORT
       END-IF.

       ADD 1 TO WS-RETRY-COUNT.
       IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
           MOVE 'ASTCHOICE' TO WS-ERROR-FIELD
           MOVE WS-AST-CHOICE TO WS-ERROR-VALUE
           PERFORM WRITE-ERROR-LOG
           DISPLAY 'ERROR: Too many tries. Entry abandoned.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.
       DISPLAY 'ERROR: Please enter a valid number.'.
       DISPLAY ' '.
       GO TO SELECT-AST-CHOICE.

      ******************************************************************
      * Shows the unit in service at a site and camera, then every
      * unit it replaced, oldest first.
      ******************************************************************

       ASSET-INQUIRY.

       PERFORM ASSET-ACCEPT-KEY THRU ASSET-ACCEPT-KEY-DONE.
       PERFORM FIND-ASSET THRU FIND-ASSET-DONE.

       IF NOT ASSET-FOUND
           GO TO ASSET-INQUIRY-HISTORY
       END-IF.

       DISPLAY '******************************************************'.
       DISPLAY '*** UNIT IN SERVICE **********************************'.
       DISPLAY '******************************************************'.
       DISPLAY 'SITE:         ' WS-AST-SITE(WS-AS).
       DISPLAY 'CAMERA:       ' WS-AST-CAMERA(WS-AS).
       DISPLAY 'MODEL:        ' WS-AST-MODEL(WS-AS).
       DISPLAY 'LENS PART:    ' WS-AST-PART(WS-AS).
       DISPLAY 'CAMERA S/N:   ' WS-AST-CAM-SERIAL(WS-AS).
       DISPLAY 'LENS S/N:     ' WS-AST-LENS-SERIAL(WS-AS).
       DISPLAY 'INSTALLED:    ' WS-AST-INSTALLED(WS-AS)
           ' BY ' WS-AST-INSTALLER(WS-AS).
       IF WS-AST-WO-NUMBER(WS-AS) = 0
           DISPLAY 'WORK ORDER:   NONE (REPLACEMENT)'
       ELSE
           DISPLAY 'WORK ORDER:   ' WS-AST-WO-NUMBER(WS-AS)
       END-IF.
       IF WS-AST-WARRANTY-END(WS-AS) = SPACES
           DISPLAY 'WARRANTY END: NONE'
       ELSE
           DISPLAY 'WARRANTY END: ' WS-AST-WARRANTY-END(WS-AS)
       END-IF.

       ASSET-INQUIRY-HISTORY.

       MOVE 'N' TO WS-AST-HISTORY.
       MOVE 1 TO WS-AST-K.

       ASSET-INQUIRY-LOOP.

       IF WS-AST-K > WS-AST-COUNT
           GO TO ASSET-INQUIRY-DONE
       END-IF.

       IF WS-AST-SITE(WS-AST-K) = WS-AST-LOOKUP-SITE
           AND WS-AST-CAMERA(WS-AST-K) = WS-AST-LOOKUP-CAMERA
           AND AST-REPLACED(WS-AST-K)
           IF NOT AST-HAS-HISTORY
               MOVE 'Y' TO WS-AST-HISTORY
               DISPLAY ' '
               DISPLAY 'REPLACED UNITS:'
           END-IF
           DISPLAY WS-AST-INSTALLED(WS-AST-K) ' TO '
               WS-AST-REMOVED(WS-AST-K) ' '
               WS-AST-MODEL(WS-AST-K) ' S/N '
               WS-AST-CAM-SERIAL(WS-AST-K)
           DISPLAY '           LENS ' WS-AST-PART(WS-AST-K) ' S/N '
               WS-AST-LENS-SERIAL(WS-AST-K) ' '
               WS-AST-REASON(WS-AST-K)
       END-IF.

       ADD 1 TO WS-AST-K.
       GO TO ASSET-INQUIRY-LOOP.

       ASSET-INQUIRY-DONE.

       IF NOT ASSET-FOUND AND NOT AST-HAS-HISTORY
           DISPLAY 'No unit on the register for that site and camera.'
       END-IF.
       IF NOT ASSET-FOUND AND AST-HAS-HISTORY
           DISPLAY ' '
           DISPLAY 'No unit is in service there now.'
       END-IF.
       DISPLAY ' '.
       GO TO ASSET-DRIVER.

      ******************************************************************
      * Replace-unit transaction: takes the unit in service at a site
      * and camera out of service, with the date and the reason, and
      * puts the replacement on the register in its place. A blank
      * model or lens part carries the old unit's over; a blank lens
      * serial number means the old lens stayed up on the new camera.
      ******************************************************************

       ASSET-REPLACE-UNIT.

       PERFORM ASSET-ACCEPT-KEY THRU ASSET-ACCEPT-KEY-DONE.
       PERFORM FIND-ASSET THRU FIND-ASSET-DONE.
       IF NOT ASSET-FOUND
           DISPLAY 'ERROR: No unit in service at that site and camera.'
           DISPLAY ' '
           GO TO ASSET-DRIVER
       END-IF.

       IF WS-AST-COUNT >= 1000
           DISPLAY 'ERROR: The asset register is full (1000 units).'
           DISPLAY ' '
           GO TO ASSET-DRIVER
       END-IF.

       DISPLAY 'In service: ' WS-AST-MODEL(WS-AS) ' S/N '
           WS-AST-CAM-SERIAL(WS-AS) ' since '
           WS-AST-INSTALLED(WS-AS).
       DISPLAY ' '.

       DISPLAY 'Enter replacement date (YYYY-MM-DD): '
           WITH NO ADVANCING.
       MOVE SPACES TO WS-AST-NEW-DATE.
       ACCEPT WS-AST-NEW-DATE.
       DISPLAY ' '.

       MOVE WS-AST-NEW-DATE TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       IF WS-DATE-INT = 0
           DISPLAY 'ERROR: That is not a valid date.'
           DISPLAY ' '
           GO TO ASSET-DRIVER
       END-IF.
       IF WS-AST-NEW-DATE < WS-AST-INSTALLED(WS-AS)
           DISPLAY 'ERROR: The unit was not installed until '
               WS-AST-INSTALLED(WS-AS) '.'
           DISPLAY ' '
           GO TO ASSET-DRIVER
       END-IF.

       DISPLAY 'Enter new model code (blank = '
           FUNCTION TRIM(WS-AST-MODEL(WS-AS)) '): '
           WITH NO ADVANCING.
       MOVE SPACES TO WS-AST-NEW-MODEL.
       ACCEPT WS-AST-NEW-MODEL.
       DISPLAY ' '.

       IF WS-AST-NEW-MODEL = SPACES
           MOVE WS-AST-MODEL(WS-AS) TO WS-AST-NEW-MODEL
       ELSE
           MOVE WS-AST-NEW-MODEL TO WS-LOOKUP-MODEL
           PERFORM FIND-CAMERA-MODEL THRU FIND-CAMERA-MODEL-DONE
           IF NOT CAMERA-MODEL-FOUND
               DISPLAY 'ERROR: Model not found.'
               DISPLAY ' '
               GO TO ASSET-DRIVER
           END-IF
       END-IF.

       DISPLAY 'Enter new camera serial number: ' WITH NO ADVANCING.
       MOVE SPACES TO WS-AST-NEW-CAM-SERIAL.
       ACCEPT WS-AST-NEW-CAM-SERIAL.
       DISPLAY ' '.

       IF WS-AST-NEW-CAM-SERIAL = SPACES
           DISPLAY 'ERROR: Camera serial number may not be blank.'
           DISPLAY ' '
           GO TO ASSET-DRIVER
       END-IF.

       DISPLAY 'Enter lens part (blank = '
           FUNCTION TRIM(WS-AST-PART(WS-AS)) '): '
           WITH NO ADVANCING.
       MOVE SPACES TO WS-AST-NEW-PART.
       ACCEPT WS-AST-NEW-PART.
       DISPLAY ' '.

       IF WS-AST-NEW-PART = SPACES
           MOVE WS-AST-PART(WS-AS) TO WS-AST-NEW-PART
       END-IF.

       DISPLAY 'Enter lens serial number (blank = lens kept): '
           WITH NO ADVANCING.
       MOVE SPACES TO WS-AST-NEW-LENS-SERIAL.
       ACCEPT WS-AST-NEW-LENS-SERIAL.
       DISPLAY ' '.

       IF WS-AST-NEW-LENS-SERIAL = SPACES
           MOVE WS-AST-LENS-SERIAL(WS-AS) TO WS-AST-NEW-LENS-SERIAL
       END-IF.

       DISPLAY 'Enter installer: ' WITH NO ADVANCING.
       MOVE SPACES TO WS-AST-NEW-INSTALLER.
       ACCEPT WS-AST-NEW-INSTALLER.
       DISPLAY ' '.

       DISPLAY 'Enter reason for replacement: ' WITH NO ADVANCING.
       MOVE SPACES TO WS-AST-NEW-REASON.
       ACCEPT WS-AST-NEW-REASON.
       DISPLAY ' '.

       IF WS-AST-NEW-REASON = SPACES
           DISPLAY 'ERROR: Reason may not be blank.'
           DISPLAY ' '
           GO TO ASSET-DRIVER
       END-IF.

       MOVE 0 TO WS-AST-NEW-WO.
       PERFORM ASSET-ADD-UNIT THRU ASSET-ADD-UNIT-DONE.
       PERFORM SAVE-ASSET-TABLE THRU SAVE-ASSET-TABLE-DONE.

       IF WS-AST-WARR-END = SPACES
           DISPLAY 'Unit replaced. No warranty term on the model.'
       ELSE
           DISPLAY 'Unit replaced. Warranty ends ' WS-AST-WARR-END '.'
       END-IF.
       DISPLAY ' '.
       GO TO ASSET-DRIVER.

      ******************************************************************
      * Posts the unit a closed work order put up, WS-W pointing at
      * the order. The serial numbers were keyed at completion.
      ******************************************************************

       ASSET-POST-INSTALL.

       MOVE WS-WO-SITE(WS-W) TO WS-AST-LOOKUP-SITE.
       MOVE WS-WO-CAMERA(WS-W) TO WS-AST-LOOKUP-CAMERA.
       MOVE WS-WO-MODEL(WS-W) TO WS-AST-NEW-MODEL.
       MOVE WS-WO-PART(WS-W) TO WS-AST-NEW-PART.
       MOVE WS-WO-COMPLETED(WS-W) TO WS-AST-NEW-DATE.
       MOVE WS-WO-INSTALLER(WS-W) TO WS-AST-NEW-INSTALLER.
       MOVE WS-WO-NUMBER(WS-W) TO WS-AST-NEW-WO.

       MOVE SPACES TO WS-AST-NEW-REASON.
       STRING 'REPLACED BY WO ' DELIMITED BY SIZE
              WS-WO-NUMBER(WS-W) DELIMITED BY SIZE
              INTO WS-AST-NEW-REASON
       END-STRING.

       PERFORM FIND-ASSET THRU FIND-ASSET-DONE.
       PERFORM ASSET-ADD-UNIT THRU ASSET-ADD-UNIT-DONE.

       ASSET-POST-INSTALL-DONE.

      ******************************************************************
      * Puts a unit on the register for WS-AST-LOOKUP-SITE and
      * WS-AST-LOOKUP-CAMERA from the WS-AST-NEW fields. When
      * FIND-ASSET left ASSET-FOUND set, the unit in service there
      * (WS-AS) is first marked replaced on the new unit's date with
      * WS-AST-NEW-REASON. The caller has checked there is room.
      ******************************************************************

       ASSET-ADD-UNIT.

       IF ASSET-FOUND
           MOVE 'R' TO WS-AST-STATE(WS-AS)
           MOVE WS-AST-NEW-DATE TO WS-AST-REMOVED(WS-AS)
           MOVE WS-AST-NEW-REASON TO WS-AST-REASON(WS-AS)
       END-IF.

       PERFORM ASSET-WARRANTY-END THRU ASSET-WARRANTY-END-DONE.

       ADD 1 TO WS-AST-COUNT.
       MOVE WS-AST-COUNT TO WS-AS.
       MOVE WS-AST-LOOKUP-SITE TO WS-AST-SITE(WS-AS).
       MOVE WS-AST-LOOKUP-CAMERA TO WS-AST-CAMERA(WS-AS).
       MOVE WS-AST-NEW-MODEL TO WS-AST-MODEL(WS-AS).
       MOVE WS-AST-NEW-PART TO WS-AST-PART(WS-AS).
       MOVE WS-AST-NEW-CAM-SERIAL TO WS-AST-CAM-SERIAL(WS-AS).
       MOVE WS-AST-NEW-LENS-SERIAL TO WS-AST-LENS-SERIAL(WS-AS).
       MOVE WS-AST-NEW-DATE TO WS-AST-INSTALLED(WS-AS).
       MOVE WS-AST-NEW-INSTALLER TO WS-AST-INSTALLER(WS-AS).
       MOVE WS-AST-WARR-END TO WS-AST-WARRANTY-END(WS-AS).
       MOVE WS-AST-NEW-WO TO WS-AST-WO-NUMBER(WS-AS).
       MOVE 'A' TO WS-AST-STATE(WS-AS).
       MOVE SPACES TO WS-AST-REMOVED(WS-AS).
       MOVE SPACES TO WS-AST-REASON(WS-AS).

       ASSET-ADD-UNIT-DONE.

      ******************************************************************
      * Dates the warranty end for WS-AST-NEW-MODEL installed on
      * WS-AST-NEW-DATE into WS-AST-WARR-END: the install date plus
      * the model's warranty term in months, pulled back to the last
      * day of the month when the target month is shorter. Blank when
      * the model is not on the master or has no term.
      ******************************************************************

       ASSET-WARRANTY-END.

       MOVE SPACES TO WS-AST-WARR-END.

       IF WS-AST-NEW-MODEL = SPACES
           GO TO ASSET-WARRANTY-END-DONE
       END-IF.

       MOVE WS-AST-NEW-MODEL TO WS-LOOKUP-MODEL.
       PERFORM FIND-CAMERA-MODEL THRU FIND-CAMERA-MODEL-DONE.
       IF NOT CAMERA-MODEL-FOUND
           GO TO ASSET-WARRANTY-END-DONE
       END-IF.
       IF WS-MODEL-WARRANTY(WS-M) = 0
           GO TO ASSET-WARRANTY-END-DONE
       END-IF.

       MOVE WS-AST-NEW-DATE TO WS-DUE-BASE.
       MOVE WS-MODEL-WARRANTY(WS-M) TO WS-DUE-ADD.
       PERFORM COMPUTE-DUE-DATE THRU COMPUTE-DUE-DATE-DONE.
       IF WS-DUE-OK NOT = 'Y'
           GO TO ASSET-WARRANTY-END-DONE
       END-IF.

       MOVE WS-DATE-D TO WS-AST-DAY.

       ASSET-WARRANTY-END-DAY.

       MOVE SPACES TO WS-DATE-X10.
       STRING WS-DUE-Y9 DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-DUE-M2 DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-AST-DAY DELIMITED BY SIZE
              INTO WS-DATE-X10
       END-STRING.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.

       IF WS-DATE-INT = 0
           IF WS-AST-DAY > 28
               SUBTRACT 1 FROM WS-AST-DAY
               GO TO ASSET-WARRANTY-END-DAY
           END-IF
           GO TO ASSET-WARRANTY-END-DONE
       END-IF.

       MOVE WS-DATE-X10 TO WS-AST-WARR-END.

       ASSET-WARRANTY-END-DONE.

      ******************************************************************
      * Warranty expiry report: every unit in service whose warranty
      * ends between today and 90 days from today, grouped by the
      * billing customer on the site's sites-master entry, to the
      * screen and WARRANTY.TXT. Units at sites with no customer come
      * last under their own heading.
      ******************************************************************

       ASSET-WARRANTY-REPORT.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.
       MOVE WS-TODAY-X10 TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       MOVE WS-DATE-INT TO WS-TODAY-INT.

       COMPUTE WS-AST-LIMIT-INT = WS-TODAY-INT + WS-AST-HORIZON.
       MOVE WS-AST-LIMIT-INT TO WS-DATE-INT.
       PERFORM CONVERT-INT-TO-DATE THRU CONVERT-INT-TO-DATE-DONE.
       MOVE WS-DATE-X10 TO WS-AST-LIMIT-X10.

       OPEN OUTPUT WARRANTY-FILE.

       MOVE SPACES TO WARRANTY-RECORD.
       STRING 'WARRANTY EXPIRY  RUN: ' DELIMITED BY SIZE
              WS-TODAY-X10 DELIMITED BY SIZE
              '  ENDING BY: ' DELIMITED BY SIZE
              WS-AST-LIMIT-X10 DELIMITED BY SIZE
              INTO WARRANTY-RECORD
       END-STRING.
       WRITE WARRANTY-RECORD.
       DISPLAY WARRANTY-RECORD.

       PERFORM ASSET-WARRANTY-RULE THRU ASSET-WARRANTY-RULE-DONE.

       MOVE 0 TO WS-AST-LISTED.
       MOVE 1 TO WS-AST-C.

       ASSET-WARRANTY-CUST-LOOP.

       IF WS-AST-C > WS-CUST-COUNT
           GO TO ASSET-WARRANTY-NO-CUST
       END-IF.

       MOVE WS-CUST-CODE(WS-AST-C) TO WS-AST-GROUP-CODE.
       PERFORM ASSET-WARRANTY-GROUP THRU ASSET-WARRANTY-GROUP-DONE.

       ADD 1 TO WS-AST-C.
       GO TO ASSET-WARRANTY-CUST-LOOP.

       ASSET-WARRANTY-NO-CUST.

       MOVE SPACES TO WS-AST-GROUP-CODE.
       PERFORM ASSET-WARRANTY-GROUP THRU ASSET-WARRANTY-GROUP-DONE.

       PERFORM ASSET-WARRANTY-RULE THRU ASSET-WARRANTY-RULE-DONE.

       MOVE WS-AST-LISTED TO WS-AST-CNT-DISP.
       MOVE SPACES TO WARRANTY-RECORD.
       STRING 'UNITS WITH WARRANTY ENDING WITHIN 90 DAYS: '
              DELIMITED BY SIZE
              WS-AST-CNT-DISP DELIMITED BY SIZE
              INTO WARRANTY-RECORD
       END-STRING.
       WRITE WARRANTY-RECORD.
       DISPLAY WARRANTY-RECORD.

       CLOSE WARRANTY-FILE.

       DISPLAY ' '.
       DISPLAY 'Warranty report written to WARRANTY.TXT.'.
       DISPLAY ' '.
       GO TO ASSET-DRIVER.

      ******************************************************************
      * Lists the expiring units whose customer is WS-AST-GROUP-CODE
      * (spaces for no customer), with a heading before the first and
      * a count after the last. WS-AST-C stays on the customer.
      ******************************************************************

       ASSET-WARRANTY-GROUP.

       MOVE 0 TO WS-AST-GROUP-COUNT.
       MOVE 1 TO WS-AS.

       ASSET-WARRANTY-GROUP-LOOP.

       IF WS-AS > WS-AST-COUNT
           GO TO ASSET-WARRANTY-GROUP-END
       END-IF.

       IF NOT AST-IN-SERVICE(WS-AS)
           OR WS-AST-WARRANTY-END(WS-AS) = SPACES
           GO TO ASSET-WARRANTY-GROUP-NEXT
       END-IF.

       MOVE WS-AST-WARRANTY-END(WS-AS) TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       IF WS-DATE-INT < WS-TODAY-INT OR WS-DATE-INT > WS-AST-LIMIT-INT
           GO TO ASSET-WARRANTY-GROUP-NEXT
       END-IF.

       PERFORM ASSET-CUSTOMER THRU ASSET-CUSTOMER-DONE.
       IF WS-AST-CUST NOT = WS-AST-GROUP-CODE
           GO TO ASSET-WARRANTY-GROUP-NEXT
       END-IF.

       IF WS-AST-GROUP-COUNT = 0
           MOVE SPACES TO WARRANTY-RECORD
           IF WS-AST-GROUP-CODE = SPACES
               MOVE 'CUSTOMER: (SITE HAS NO BILLING CUSTOMER)'
                   TO WARRANTY-RECORD
           ELSE
               STRING 'CUSTOMER: ' DELIMITED BY SIZE
                      WS-CUST-CODE(WS-AST-C) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CUST-NAME(WS-AST-C) DELIMITED BY SIZE
                      INTO WARRANTY-RECORD
               END-STRING
           END-IF
           WRITE WARRANTY-RECORD
           DISPLAY WARRANTY-RECORD
       END-IF.

       ADD 1 TO WS-AST-GROUP-COUNT.
       ADD 1 TO WS-AST-LISTED.

       MOVE SPACES TO WARRANTY-RECORD.
       STRING '  ' DELIMITED BY SIZE
              WS-AST-SITE(WS-AS) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-AST-CAMERA(WS-AS) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-AST-MODEL(WS-AS) DELIMITED BY SIZE
              ' S/N ' DELIMITED BY SIZE
              WS-AST-CAM-SERIAL(WS-AS) DELIMITED BY SIZE
              ' ENDS ' DELIMITED BY SIZE
              WS-AST-WARRANTY-END(WS-AS) DELIMITED BY SIZE
              INTO WARRANTY-RECORD
       END-STRING.
       WRITE WARRANTY-RECORD.
       DISPLAY WARRANTY-RECORD.

       ASSET-WARRANTY-GROUP-NEXT.

       ADD 1 TO WS-AS.
       GO TO ASSET-WARRANTY-GROUP-LOOP.

       ASSET-WARRANTY-GROUP-END.

       IF WS-AST-GROUP-COUNT > 0
           MOVE WS-AST-GROUP-COUNT TO WS-AST-CNT-DISP
           MOVE SPACES TO WARRANTY-RECORD
           STRING '  UNITS: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AST-CNT-DISP) DELIMITED BY SIZE
                  INTO WARRANTY-RECORD
           END-STRING
           WRITE WARRANTY-RECORD
           DISPLAY WARRANTY-RECORD
       END-IF.

       ASSET-WARRANTY-GROUP-DONE.

       ASSET-WARRANTY-RULE.

       MOVE SPACES TO WARRANTY-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '--------------------------' DELIMITED BY SIZE
              INTO WARRANTY-RECORD
       END-STRING.
       WRITE WARRANTY-RECORD.
       DISPLAY WARRANTY-RECORD.

       ASSET-WARRANTY-RULE-DONE.

      ******************************************************************
      * Resolves the billing customer of the unit WS-AS points at into
      * WS-AST-CUST through the site's sites-master entry: spaces when
      * the site is not on the master or its customer is not on
      * CUSTMAST.DAT.
      ******************************************************************

       ASSET-CUSTOMER.

       MOVE SPACES TO WS-AST-CUST.

       MOVE WS-AST-SITE(WS-AS) TO WS-SM-LOOKUP-NAME.
       PERFORM FIND-SITE-BY-NAME THRU FIND-SITE-BY-NAME-DONE.
       IF NOT SITE-MASTER-FOUND
           GO TO ASSET-CUSTOMER-DONE
       END-IF.

       MOVE WS-SITEM-CUST(WS-SM) TO WS-LOOKUP-CUST.
       PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-DONE.
       IF CUSTOMER-FOUND
           MOVE WS-LOOKUP-CUST TO WS-AST-CUST
       END-IF.

       ASSET-CUSTOMER-DONE.

      ******************************************************************
      * Accepts the site name and camera ID of a register inquiry or
      * transaction into WS-AST-LOOKUP-SITE and WS-AST-LOOKUP-CAMERA.
      ******************************************************************

       ASSET-ACCEPT-KEY.

       DISPLAY 'Enter site name: ' WITH NO ADVANCING.
       MOVE SPACES TO WS-AST-LOOKUP-SITE.
       ACCEPT WS-AST-LOOKUP-SITE.
       DISPLAY ' '.
       DISPLAY 'Enter camera ID: ' WITH NO ADVANCING.
       MOVE SPACES TO WS-AST-LOOKUP-CAMERA.
       ACCEPT WS-AST-LOOKUP-CAMERA.
       DISPLAY ' '.

       ASSET-ACCEPT-KEY-DONE.

      ******************************************************************
      * Scans the register for the unit in service at
      * WS-AST-LOOKUP-SITE and WS-AST-LOOKUP-CAMERA, leaving WS-AS on
      * it and ASSET-FOUND set when there is one.
      ******************************************************************

       FIND-ASSET.

       MOVE 'N' TO WS-AST-FOUND.
       MOVE 1 TO WS-AS.

       FIND-ASSET-LOOP.

       IF WS-AS > WS-AST-COUNT
           GO TO FIND-ASSET-DONE
       END-IF.

       IF WS-AST-SITE(WS-AS) = WS-AST-LOOKUP-SITE
           AND WS-AST-CAMERA(WS-AS) = WS-AST-LOOKUP-CAMERA
           AND AST-IN-SERVICE(WS-AS)
           MOVE 'Y' TO WS-AST-FOUND
           GO TO FIND-ASSET-DONE
       END-IF.

       ADD 1 TO WS-AS.
       GO TO FIND-ASSET-LOOP.

       FIND-ASSET-DONE.

      ******************************************************************
      * Engineering approval of specs before work orders are issued:
      * review one spec against its prior image and approve or reject
      * it, or list the specs still waiting for a decision.
      ******************************************************************

       SPEC-APPROVAL-DRIVER.

       DISPLAY '******************************************************'.
       DISPLAY '*** SPEC APPROVAL ************************************'.
       DISPLAY '******************************************************'.
       DISPLAY ' '.
       DISPLAY '1) Review a spec: approve or reject.'.
       DISPLAY '2) Outstanding approvals report.'.
       DISPLAY '3) Return to the main menu.'.
       DISPLAY ' '.

       MOVE 0 TO WS-RETRY-COUNT.

       SELECT-APR-CHOICE.

       DISPLAY 'Enter number: ' WITH NO ADVANCING.
       ACCEPT WS-APR-CHOICE.
       DISPLAY ' '.

       IF APR-RETURN
           GO TO START-CALCULATOR
       END-IF.
       IF APR-REVIEW
           GO TO APR-REVIEW-SPEC
       END-IF.
       IF APR-OUTSTANDING
           GO TO APR-OUTSTANDING-REPORT
       END-IF.

       ADD 1 TO WS-RETRY-COUNT.
       IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
           MOVE 'APRCHOICE' TO WS-ERROR-FIELD
           MOVE WS-APR-CHOICE TO WS-ERROR-VALUE
           PERFORM WRITE-ERROR-LOG
           DISPLAY 'ERROR: Too many tries. Entry abandoned.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.
       DISPLAY 'ERROR: Please enter a valid number.'.
       DISPLAY ' '.
       GO TO SELECT-APR-CHOICE.

      ******************************************************************
      * Shows the spec for a keyed site and camera beside its prior
      * image and, when it is pending, takes the decision: A approves
      * it for work-order issue, R rejects it with a note, blank
      * leaves it pending. The approver ID is required either way and
      * the decision is dated today.
      ******************************************************************

       APR-REVIEW-SPEC.

       DISPLAY 'Enter site name: ' WITH NO ADVANCING.
       MOVE SPACES TO WS-INQ-SITE.
       ACCEPT WS-INQ-SITE.
       DISPLAY ' '.
       DISPLAY 'Enter camera ID: ' WITH NO ADVANCING.
       MOVE SPACES TO WS-INQ-CAMERA.
       ACCEPT WS-INQ-CAMERA.
       DISPLAY ' '.

       PERFORM FIND-SPEC-RECORD THRU FIND-SPEC-RECORD-DONE.

       IF NOT SPEC-RECORD-FOUND
           DISPLAY 'No current spec for that site and camera.'
           DISPLAY ' '
           GO TO SPEC-APPROVAL-DRIVER
       END-IF.

       PERFORM APR-FIND-PRIOR THRU APR-FIND-PRIOR-DONE.
       PERFORM APR-SHOW-SPEC THRU APR-SHOW-SPEC-DONE.

       IF NOT SPEC-PENDING(WS-Q)
           DISPLAY 'This revision has already been decided. A'
               ' re-survey raises a new revision for approval.'
           DISPLAY ' '
           GO TO SPEC-APPROVAL-DRIVER
       END-IF.

       MOVE 0 TO WS-RETRY-COUNT.

       APR-ACCEPT-DECISION.

       DISPLAY 'Enter A to approve, R to reject, blank to leave'
           ' pending: ' WITH NO ADVANCING.
       MOVE SPACES TO WS-APR-DECISION.
       ACCEPT WS-APR-DECISION.
       DISPLAY ' '.

       IF APR-DEFER
           DISPLAY 'Spec left pending.'
           DISPLAY ' '
           GO TO SPEC-APPROVAL-DRIVER
       END-IF.

       IF NOT APR-APPROVE AND NOT APR-REJECT
           ADD 1 TO WS-RETRY-COUNT
           IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
               MOVE 'APRDECIDE' TO WS-ERROR-FIELD
               MOVE WS-APR-DECISION TO WS-ERROR-VALUE
               PERFORM WRITE-ERROR-LOG
               DISPLAY 'ERROR: Too many tries. Entry abandoned.'
               DISPLAY ' '
               GO TO SPEC-APPROVAL-DRIVER
           END-IF
           DISPLAY 'ERROR: Please enter A, R or blank.'
           DISPLAY ' '
           GO TO APR-ACCEPT-DECISION
       END-IF.

       DISPLAY 'Enter approver ID: ' WITH NO ADVANCING.
       MOVE SPACES TO WS-APR-APPROVER.
       ACCEPT WS-APR-APPROVER.
       DISPLAY ' '.

       IF WS-APR-APPROVER = SPACES
           DISPLAY 'ERROR: An approver ID is required. Spec left'
               ' pending.'
           DISPLAY ' '
           GO TO SPEC-APPROVAL-DRIVER
       END-IF.

       MOVE SPACES TO WS-APR-NOTE.
       IF APR-REJECT
           DISPLAY 'Enter rejection note: ' WITH NO ADVANCING
           ACCEPT WS-APR-NOTE
           DISPLAY ' '
           IF WS-APR-NOTE = SPACES
               DISPLAY 'ERROR: A rejection needs a note. Spec left'
                   ' pending.'
               DISPLAY ' '
               GO TO SPEC-APPROVAL-DRIVER
           END-IF
       END-IF.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.

       MOVE WS-APR-DECISION TO WS-SPEC-APPR-STATUS(WS-Q).
       MOVE WS-APR-APPROVER TO WS-SPEC-APPROVER(WS-Q).
       MOVE WS-TODAY-X10 TO WS-SPEC-APPR-DATE(WS-Q).
       MOVE WS-APR-NOTE TO WS-SPEC-REJECT-NOTE(WS-Q).
       PERFORM SAVE-SPEC-TABLE THRU SAVE-SPEC-TABLE-DONE.

       IF APR-APPROVE
           DISPLAY 'Spec approved -- released for work-order issue.'
       ELSE
           DISPLAY 'Spec rejected -- held for re-survey.'
       END-IF.
       DISPLAY ' '.
       GO TO SPEC-APPROVAL-DRIVER.

      ******************************************************************
      * Finds the prior image of the spec WS-Q points at: the last
      * SPECHIST.DAT line for its site and camera, which is the
      * revision the current one replaced. Leaves it in WS-APR-HIST
      * and APR-PRIOR-FOUND set; a first-issue spec has none.
      ******************************************************************

       APR-FIND-PRIOR.

       MOVE 'N' TO WS-APR-PRIOR.
       MOVE SPACES TO WS-APR-HIST.

       OPEN INPUT SPEC-HISTORY-FILE.

       APR-FIND-PRIOR-LOOP.

       READ SPEC-HISTORY-FILE
           AT END GO TO APR-FIND-PRIOR-EOF
       END-READ.

       IF SPH-SITE = WS-SPEC-SITE(WS-Q)
           AND SPH-CAMERA = WS-SPEC-CAMERA(WS-Q)
           MOVE SPEC-HISTORY-RECORD TO WS-APR-HIST
           MOVE 'Y' TO WS-APR-PRIOR
       END-IF.

       GO TO APR-FIND-PRIOR-LOOP.

       APR-FIND-PRIOR-EOF.

       CLOSE SPEC-HISTORY-FILE.

       APR-FIND-PRIOR-DONE.

      ******************************************************************
      * Side-by-side display of the spec WS-Q points at (CURRENT)
      * and its prior image (PRIOR). A '*' marks each design value
      * that changed between the two revisions.
      ******************************************************************

       APR-SHOW-SPEC.

       MOVE WS-SPEC-CALC(WS-Q) TO WS-APW-CALC.
       MOVE WS-SPEC-SENSOR(WS-Q) TO WS-APW-SENSOR.
       MOVE WS-SPEC-DISTANCE(WS-Q) TO WS-APW-DISTANCE.
       MOVE WS-SPEC-DIMENSION(WS-Q) TO WS-APW-DIMENSION.
       MOVE WS-SPEC-LENS-NEAR(WS-Q) TO WS-APW-LENS-NEAR.
       MOVE WS-SPEC-LENS-FAR(WS-Q) TO WS-APW-LENS-FAR.
       MOVE WS-SPEC-STOCK-PART(WS-Q) TO WS-APW-STOCK-PART.
       MOVE WS-SPEC-MODEL(WS-Q) TO WS-APW-MODEL.
       MOVE WS-SPEC-MOUNT-HT(WS-Q) TO WS-APW-MOUNT-HT.
       MOVE WS-SPEC-TILT(WS-Q) TO WS-APW-TILT.
       MOVE WS-SPEC-UPDATED(WS-Q) TO WS-APW-UPDATED.
       MOVE WS-SPEC-APPR-STATUS(WS-Q) TO WS-APW-STATUS.
       MOVE WS-SPEC-APPROVER(WS-Q) TO WS-APW-APPROVER.
       PERFORM APR-FORMAT-COLUMN THRU APR-FORMAT-COLUMN-DONE.
       MOVE WS-APR-COLS TO WS-APR-CUR-COLS.

       MOVE SPACES TO WS-APR-PRI-COLS.
       IF APR-PRIOR-FOUND
           MOVE WS-APH-CALC TO WS-APW-CALC
           MOVE WS-APH-SENSOR TO WS-APW-SENSOR
           MOVE WS-APH-DISTANCE TO WS-APW-DISTANCE
           MOVE WS-APH-DIMENSION TO WS-APW-DIMENSION
           MOVE WS-APH-LENS-NEAR TO WS-APW-LENS-NEAR
           MOVE WS-APH-LENS-FAR TO WS-APW-LENS-FAR
           MOVE WS-APH-STOCK-PART TO WS-APW-STOCK-PART
           MOVE WS-APH-MODEL TO WS-APW-MODEL
           MOVE WS-APH-MOUNT-HEIGHT TO WS-APW-MOUNT-HT
           MOVE WS-APH-TILT TO WS-APW-TILT
           MOVE WS-APH-UPDATED TO WS-APW-UPDATED
           MOVE WS-APH-APPR-STATUS TO WS-APW-STATUS
           MOVE WS-APH-APPROVER TO WS-APW-APPROVER
           PERFORM APR-FORMAT-COLUMN THRU APR-FORMAT-COLUMN-DONE
           MOVE WS-APR-COLS TO WS-APR-PRI-COLS
       END-IF.

       DISPLAY '******************************************************'.
       DISPLAY '*** SPEC FOR APPROVAL ********************************'.
       DISPLAY '******************************************************'.
       DISPLAY 'SITE:   ' WS-SPEC-SITE(WS-Q).
       DISPLAY 'CAMERA: ' WS-SPEC-CAMERA(WS-Q).
       DISPLAY ' '.

       MOVE SPACES TO WS-APR-LINE.
       STRING 'CURRENT REV ' DELIMITED BY SIZE
              WS-SPEC-REVISION(WS-Q) DELIMITED BY SIZE
              INTO WS-APR-CUR
       END-STRING.
       IF APR-PRIOR-FOUND
           STRING 'PRIOR REV ' DELIMITED BY SIZE
                  WS-APH-REVISION DELIMITED BY SIZE
                  INTO WS-APR-PRI
           END-STRING
       ELSE
           MOVE 'PRIOR: NONE (NEW SPEC)' TO WS-APR-PRI
       END-IF.
       DISPLAY WS-APR-LINE.

       MOVE 1 TO WS-APR-R.

       APR-SHOW-SPEC-LOOP.

       IF WS-APR-R > 11
           GO TO APR-SHOW-SPEC-NOTES
       END-IF.

       MOVE SPACES TO WS-APR-LINE.
       MOVE WS-APR-LABEL-ENTRY(WS-APR-R) TO WS-APR-LABEL.
       MOVE WS-APR-CUR-COL(WS-APR-R) TO WS-APR-CUR.
       MOVE WS-APR-PRI-COL(WS-APR-R) TO WS-APR-PRI.
       IF APR-PRIOR-FOUND
           AND WS-APR-R <= WS-APR-COMPARED
           AND WS-APR-CUR NOT = WS-APR-PRI
           MOVE '*' TO WS-APR-MARK
       END-IF.
       DISPLAY WS-APR-LINE.

       ADD 1 TO WS-APR-R.
       GO TO APR-SHOW-SPEC-LOOP.

       APR-SHOW-SPEC-NOTES.

       IF APR-PRIOR-FOUND AND WS-APH-APPR-STATUS = 'R'
           DISPLAY 'PRIOR REJECTED: ' WS-APH-REJECT-NOTE
       END-IF.
       IF SPEC-REJECTED(WS-Q)
           DISPLAY 'REJECTED:       ' WS-SPEC-REJECT-NOTE(WS-Q)
       END-IF.
       IF APR-PRIOR-FOUND
           DISPLAY '* = CHANGED SINCE THE PRIOR REVISION.'
       END-IF.
       DISPLAY ' '.

       APR-SHOW-SPEC-DONE.

      ******************************************************************
      * Formats the spec values in WS-APR-WORK into the eleven display
      * columns of WS-APR-COLS, one per row label.
      ******************************************************************

       APR-FORMAT-COLUMN.

       MOVE SPACES TO WS-APR-COLS.

       MOVE WS-APW-CALC TO WS-APR-COL(1).
       MOVE WS-APW-SENSOR TO WS-I.
       IF WS-I >= 1 AND WS-I <= WS-SENSOR-COUNT
           MOVE WS-SENSOR-NAME(WS-I) TO WS-APR-COL(2)
       ELSE
           MOVE WS-APW-SENSOR TO WS-APR-COL(2)
       END-IF.
       MOVE WS-APW-DISTANCE TO WS-DISTANCE-DISP.
       MOVE WS-DISTANCE-DISP TO WS-APR-COL(3).
       MOVE WS-APW-DIMENSION TO WS-EDGE-DISP.
       MOVE WS-EDGE-DISP TO WS-APR-COL(4).
       IF WS-APW-LENS-NEAR = WS-APW-LENS-FAR
           MOVE WS-APW-LENS-NEAR TO WS-APR-COL(5)
       ELSE
           STRING WS-APW-LENS-NEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-APW-LENS-FAR DELIMITED BY SIZE
                  INTO WS-APR-COL(5)
           END-STRING
       END-IF.
       MOVE WS-APW-STOCK-PART TO WS-APR-COL(6).
       MOVE WS-APW-MODEL TO WS-APR-COL(7).
       MOVE WS-APW-MOUNT-HT TO WS-MOUNT-HEIGHT-DISP.
       MOVE WS-MOUNT-HEIGHT-DISP TO WS-APR-COL(8).
       MOVE WS-APW-TILT TO WS-TILT-DISP.
       MOVE WS-TILT-DISP TO WS-APR-COL(9).
       MOVE WS-APW-UPDATED TO WS-APR-COL(10).

       IF WS-APW-STATUS = 'A'
           STRING 'APPROVED BY ' DELIMITED BY SIZE
                  WS-APW-APPROVER DELIMITED BY SIZE
                  INTO WS-APR-COL(11)
           END-STRING
           GO TO APR-FORMAT-COLUMN-DONE
       END-IF.
       IF WS-APW-STATUS = 'R'
           STRING 'REJECTED BY ' DELIMITED BY SIZE
                  WS-APW-APPROVER DELIMITED BY SIZE
                  INTO WS-APR-COL(11)
           END-STRING
           GO TO APR-FORMAT-COLUMN-DONE
       END-IF.
       IF WS-APW-STATUS = 'P'
           MOVE 'PENDING' TO WS-APR-COL(11)
       ELSE
           MOVE 'NOT RECORDED' TO WS-APR-COL(11)
       END-IF.

       APR-FORMAT-COLUMN-DONE.

      ******************************************************************
      * Outstanding approvals: every pending spec, grouped by site in
      * site-name order and oldest first within the site, with its
      * age in days since the revision was raised, to the screen and
      * SPECAPPR.TXT. Each pass picks the lowest site and oldest
      * timestamp not yet listed.
      ******************************************************************

       APR-OUTSTANDING-REPORT.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.
       MOVE WS-TODAY-X10 TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       MOVE WS-DATE-INT TO WS-TODAY-INT.

       OPEN OUTPUT APPROVAL-FILE.

       MOVE SPACES TO APPROVAL-RECORD.
       STRING 'OUTSTANDING SPEC APPROVALS  RUN: ' DELIMITED BY SIZE
              WS-TODAY-X10 DELIMITED BY SIZE
              INTO APPROVAL-RECORD
       END-STRING.
       WRITE APPROVAL-RECORD.
       DISPLAY APPROVAL-RECORD.

       PERFORM APR-REPORT-RULE THRU APR-REPORT-RULE-DONE.

       MOVE SPACES TO APPROVAL-RECORD.
       STRING '  CAMERA ID   REV  RAISED               AGE'
              DELIMITED BY SIZE
              '       MODEL       STOCK PART' DELIMITED BY SIZE
              INTO APPROVAL-RECORD
       END-STRING.
       WRITE APPROVAL-RECORD.
       DISPLAY APPROVAL-RECORD.

       MOVE SPACES TO WS-APR-LISTED-TABLE.
       MOVE SPACES TO WS-APR-GROUP-SITE.
       MOVE 0 TO WS-APR-GROUP-COUNT.
       MOVE 0 TO WS-APR-TOTAL.
       MOVE 0 TO WS-APR-REJ-COUNT.
       MOVE 0 TO WS-APR-OLDEST.

       APR-OUTSTANDING-LOOP.

       PERFORM APR-NEXT-PENDING THRU APR-NEXT-PENDING-DONE.
       IF WS-APR-BEST = 0
           GO TO APR-OUTSTANDING-END
       END-IF.

       MOVE WS-APR-BEST TO WS-Q.
       MOVE 'Y' TO WS-APR-LISTED(WS-Q).

       IF WS-APR-GROUP-COUNT = 0
           OR WS-SPEC-SITE(WS-Q) NOT = WS-APR-GROUP-SITE
           PERFORM APR-GROUP-TOTAL THRU APR-GROUP-TOTAL-DONE
           MOVE WS-SPEC-SITE(WS-Q) TO WS-APR-GROUP-SITE
           MOVE SPACES TO APPROVAL-RECORD
           STRING 'SITE: ' DELIMITED BY SIZE
                  WS-APR-GROUP-SITE DELIMITED BY SIZE
                  INTO APPROVAL-RECORD
           END-STRING
           WRITE APPROVAL-RECORD
           DISPLAY APPROVAL-RECORD
       END-IF.

       MOVE WS-SPEC-UPDATED(WS-Q) TO WS-APR-TS.
       MOVE WS-APR-TS-DATE TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       IF WS-DATE-INT = 0 OR WS-DATE-INT > WS-TODAY-INT
           MOVE 0 TO WS-APR-AGE
       ELSE
           COMPUTE WS-APR-AGE = WS-TODAY-INT - WS-DATE-INT
               ON SIZE ERROR MOVE 0 TO WS-APR-AGE
           END-COMPUTE
       END-IF.
       IF WS-APR-AGE > WS-APR-OLDEST
           MOVE WS-APR-AGE TO WS-APR-OLDEST
       END-IF.

       ADD 1 TO WS-APR-GROUP-COUNT.
       ADD 1 TO WS-APR-TOTAL.
       MOVE WS-APR-AGE TO WS-APR-AGE-DISP.
       MOVE SPACES TO APPROVAL-RECORD.
       STRING '  ' DELIMITED BY SIZE
              WS-SPEC-CAMERA(WS-Q) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-SPEC-REVISION(WS-Q) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-SPEC-UPDATED(WS-Q) DELIMITED BY SIZE
              WS-APR-AGE-DISP DELIMITED BY SIZE
              ' DAYS  ' DELIMITED BY SIZE
              WS-SPEC-MODEL(WS-Q) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-SPEC-STOCK-PART(WS-Q) DELIMITED BY SIZE
              INTO APPROVAL-RECORD
       END-STRING.
       WRITE APPROVAL-RECORD.
       DISPLAY APPROVAL-RECORD.

       GO TO APR-OUTSTANDING-LOOP.

       APR-OUTSTANDING-END.

       PERFORM APR-GROUP-TOTAL THRU APR-GROUP-TOTAL-DONE.

       IF WS-APR-TOTAL = 0
           MOVE 'NO SPECS ARE WAITING FOR APPROVAL.' TO APPROVAL-RECORD
           WRITE APPROVAL-RECORD
           DISPLAY APPROVAL-RECORD
       END-IF.

       MOVE 1 TO WS-Q.

       APR-COUNT-REJECTED.

       IF WS-Q > WS-SPEC-COUNT
           GO TO APR-OUTSTANDING-SUMMARY
       END-IF.
       IF SPEC-REJECTED(WS-Q)
           ADD 1 TO WS-APR-REJ-COUNT
       END-IF.
       ADD 1 TO WS-Q.
       GO TO APR-COUNT-REJECTED.

       APR-OUTSTANDING-SUMMARY.

       PERFORM APR-REPORT-RULE THRU APR-REPORT-RULE-DONE.

       MOVE WS-APR-TOTAL TO WS-APR-CNT-DISP.
       MOVE WS-APR-OLDEST TO WS-APR-AGE-DISP.
       MOVE SPACES TO APPROVAL-RECORD.
       STRING 'SPECS PENDING APPROVAL: ' DELIMITED BY SIZE
              WS-APR-CNT-DISP DELIMITED BY SIZE
              '  OLDEST: ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-APR-AGE-DISP) DELIMITED BY SIZE
              ' DAYS' DELIMITED BY SIZE
              INTO APPROVAL-RECORD
       END-STRING.
       WRITE APPROVAL-RECORD.
       DISPLAY APPROVAL-RECORD.

       MOVE WS-APR-REJ-COUNT TO WS-APR-CNT-DISP.
       MOVE SPACES TO APPROVAL-RECORD.
       STRING 'REJECTED, AWAITING RE-SURVEY: ' DELIMITED BY SIZE
              WS-APR-CNT-DISP DELIMITED BY SIZE
              INTO APPROVAL-RECORD
       END-STRING.
       WRITE APPROVAL-RECORD.
       DISPLAY APPROVAL-RECORD.

       CLOSE APPROVAL-FILE.

       DISPLAY ' '.
       DISPLAY 'Outstanding approvals written to SPECAPPR.TXT.'.
       DISPLAY ' '.
       GO TO SPEC-APPROVAL-DRIVER.

      ******************************************************************
      * Picks the next pending spec for the outstanding report: the
      * lowest site name, and within it the oldest revision, among
      * those not yet listed. WS-APR-BEST is zero when none is left.
      ******************************************************************

       APR-NEXT-PENDING.

       MOVE 0 TO WS-APR-BEST.
       MOVE 1 TO WS-APR-K.

       APR-NEXT-PENDING-LOOP.

       IF WS-APR-K > WS-SPEC-COUNT
           GO TO APR-NEXT-PENDING-DONE
       END-IF.

       IF NOT SPEC-PENDING(WS-APR-K)
           OR WS-APR-LISTED(WS-APR-K) = 'Y'
           GO TO APR-NEXT-PENDING-NEXT
       END-IF.

       IF WS-APR-BEST = 0
           MOVE WS-APR-K TO WS-APR-BEST
           GO TO APR-NEXT-PENDING-NEXT
       END-IF.

       IF WS-SPEC-SITE(WS-APR-K) < WS-SPEC-SITE(WS-APR-BEST)
           MOVE WS-APR-K TO WS-APR-BEST
           GO TO APR-NEXT-PENDING-NEXT
       END-IF.

       IF WS-SPEC-SITE(WS-APR-K) = WS-SPEC-SITE(WS-APR-BEST)
           AND WS-SPEC-UPDATED(WS-APR-K) < WS-SPEC-UPDATED(WS-APR-BEST)
           MOVE WS-APR-K TO WS-APR-BEST
       END-IF.

       APR-NEXT-PENDING-NEXT.

       ADD 1 TO WS-APR-K.
       GO TO APR-NEXT-PENDING-LOOP.

       APR-NEXT-PENDING-DONE.

      ******************************************************************
      * Closes the site group just listed with its pending count.
      ******************************************************************

       APR-GROUP-TOTAL.

       IF WS-APR-GROUP-COUNT = 0
           GO TO APR-GROUP-TOTAL-DONE
       END-IF.

       MOVE WS-APR-GROUP-COUNT TO WS-APR-CNT-DISP.
       MOVE SPACES TO APPROVAL-RECORD.
       STRING '  PENDING AT SITE: ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-APR-CNT-DISP) DELIMITED BY SIZE
              INTO APPROVAL-RECORD
       END-STRING.
       WRITE APPROVAL-RECORD.
       DISPLAY APPROVAL-RECORD.
       MOVE 0 TO WS-APR-GROUP-COUNT.

       APR-GROUP-TOTAL-DONE.

       APR-REPORT-RULE.

       MOVE SPACES TO APPROVAL-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '---------' DELIMITED BY SIZE
              INTO APPROVAL-RECORD
       END-STRING.
       WRITE APPROVAL-RECORD.
       DISPLAY APPROVAL-RECORD.

       APR-REPORT-RULE-DONE.

      ******************************************************************
      * Converts a YYYY-MM-DD date in WS-DATE-X10 to its integer day
      * number in WS-DATE-INT, zero when the field does not hold a
      * valid date.
      ******************************************************************

       CONVERT-DATE-TO-INT.

       MOVE 0 TO WS-DATE-INT.
       MOVE SPACES TO WS-DATE-Y.
       MOVE SPACES TO WS-DATE-M.
       MOVE SPACES TO WS-DATE-D.
       UNSTRING WS-DATE-X10 DELIMITED BY '-'
           INTO WS-DATE-Y WS-DATE-M WS-DATE-D
       END-UNSTRING.

       IF WS-DATE-Y IS NUMERIC AND WS-DATE-M IS NUMERIC
           AND WS-DATE-D IS NUMERIC
           COMPUTE WS-DATE-9 =
                   FUNCTION NUMVAL(WS-DATE-Y) * 10000
                   + FUNCTION NUMVAL(WS-DATE-M) * 100
                   + FUNCTION NUMVAL(WS-DATE-D)
               ON SIZE ERROR MOVE 0 TO WS-DATE-9
           END-COMPUTE
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-9)
               ON SIZE ERROR MOVE 0 TO WS-DATE-INT
           END-COMPUTE
       END-IF.

       CONVERT-DATE-TO-INT-DONE.

      ******************************************************************
      * Converts an integer day number in WS-DATE-INT back to a
      * YYYY-MM-DD date in WS-DATE-X10.
      ******************************************************************

       CONVERT-INT-TO-DATE.

       COMPUTE WS-DATE-9 = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
       MOVE WS-DATE-9 TO WS-CAL-DATE.
       MOVE SPACES TO WS-DATE-X10.
       STRING WS-CAL-YYYY DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CAL-MM DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CAL-DD DELIMITED BY SIZE
              INTO WS-DATE-X10
       END-STRING.

       CONVERT-INT-TO-DATE-DONE.

      ******************************************************************
      * Period-end housekeeping (run mode 8): key a closed period,
      * prove its audit cameras reconcile against RESULTS.CSV, then
      * move the period's lines out of the live logs into dated
      * archive files and record the cut in ARCHIDX.DAT. Lapsed
      * quotes in the quote register are expired at the same time.
      ******************************************************************

       HOUSEKEEPING-DRIVER.

       DISPLAY '******************************************************'.
       DISPLAY '*** PERIOD-END LOG HOUSEKEEPING **********************'.
       DISPLAY '******************************************************'.
       DISPLAY ' '.
       DISPLAY 'Enter period to cut (YYYY-MM): ' WITH NO ADVANCING.
       ACCEPT WS-HK-PERIOD.
       DISPLAY ' '.

       PERFORM VALIDATE-HK-PERIOD THRU VALIDATE-HK-PERIOD-DONE.
       IF NOT HK-PERIOD-OK
           DISPLAY 'ERROR: Enter the period as YYYY-MM.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-HK-CURRENT-YM.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              INTO WS-HK-CURRENT-YM
       END-STRING.
       IF WS-HK-PERIOD >= WS-HK-CURRENT-YM
           DISPLAY 'ERROR: Only a closed period can be archived.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.

       PERFORM HK-CHECK-INDEX THRU HK-CHECK-INDEX-DONE.
       IF HK-PERIOD-ARCHIVED
           DISPLAY 'ERROR: That period is already archived.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.

      * The live logs are open in extend mode for the session; close
      * them for reading and cutting, the same way the month-end
      * report does. START-CALCULATOR reopens them on return.
       CLOSE AUDIT-LOG-FILE.
       CLOSE ERROR-LOG-FILE.
       CLOSE CSV-EXPORT-FILE.
       MOVE 'N' TO WS-LOG-FILES-OPEN.
       MOVE 'N' TO WS-ERR-FILES-OPEN.
       MOVE 'N' TO WS-CSV-FILES-OPEN.

       PERFORM HK-RECONCILE THRU HK-RECONCILE-DONE.
       IF WS-HK-MISSING > 0
           DISPLAY 'ERROR: The period does not reconcile ('
               WS-HK-MISSING ' camera(s) in AUDIT.LOG with no'
               ' RESULTS.CSV row). Archive not cut.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.

       PERFORM HK-CUT-AUDIT THRU HK-CUT-AUDIT-DONE.
       PERFORM HK-CUT-ERRORS THRU HK-CUT-ERRORS-DONE.
       PERFORM HK-CUT-RUNLOG THRU HK-CUT-RUNLOG-DONE.
       PERFORM HK-CUT-CSV THRU HK-CUT-CSV-DONE.

       DISPLAY 'Period ' WS-HK-PERIOD
           ' archived and live logs trimmed.'.
       DISPLAY 'See ARCHIDX.DAT for the archive index.'.
       DISPLAY ' '.

       PERFORM QTR-EXPIRE-QUOTES THRU QTR-EXPIRE-QUOTES-DONE.
       GO TO START-CALCULATOR.

      ******************************************************************
      * Validates WS-HK-PERIOD as YYYY-MM, leaving the YYYYMM archive
      * file suffix in WS-HK-SUFFIX.
      ******************************************************************

       VALIDATE-HK-PERIOD.

       MOVE 'N' TO WS-HK-PERIOD-OK.
       MOVE SPACES TO WS-HK-SUFFIX.
       MOVE SPACES TO WS-DATE-Y.
       MOVE SPACES TO WS-DATE-M.
       UNSTRING WS-HK-PERIOD DELIMITED BY '-'
           INTO WS-DATE-Y WS-DATE-M
       END-UNSTRING.

       IF WS-DATE-Y IS NUMERIC AND WS-DATE-M IS NUMERIC
           IF WS-DATE-M >= '01' AND WS-DATE-M <= '12'
               MOVE 'Y' TO WS-HK-PERIOD-OK
               STRING WS-DATE-Y DELIMITED BY SIZE
                      WS-DATE-M DELIMITED BY SIZE
                      INTO WS-HK-SUFFIX
               END-STRING
           END-IF
       END-IF.

       VALIDATE-HK-PERIOD-DONE.

      ******************************************************************
      * Scans ARCHIDX.DAT for WS-HK-PERIOD, leaving
      * HK-PERIOD-ARCHIVED set when any archive exists for it.
      ******************************************************************

       HK-CHECK-INDEX.

       MOVE 'N' TO WS-HK-IDX-FOUND.

       OPEN INPUT ARCHIVE-INDEX-FILE.

       IF NOT ARCHIDX-FILE-OK
           GO TO HK-CHECK-INDEX-DONE
       END-IF.

       HK-CHECK-INDEX-LOOP.

       READ ARCHIVE-INDEX-FILE
           AT END GO TO HK-CHECK-INDEX-CLOSE
       END-READ.

       MOVE ARCHIVE-INDEX-RECORD TO WS-IDX-LINE.
       IF WS-IDX-TAG = 'PERIOD='
           AND WS-IDX-PERIOD = WS-HK-PERIOD
           MOVE 'Y' TO WS-HK-IDX-FOUND
       END-IF.

       GO TO HK-CHECK-INDEX-LOOP.

       HK-CHECK-INDEX-CLOSE.

       CLOSE ARCHIVE-INDEX-FILE.

       HK-CHECK-INDEX-DONE.

      ******************************************************************
      * The same camera reconciliation the month-end report makes,
      * restricted to the period being cut: every distinct camera on
      * a period audit line must have a RESULTS.CSV row, or the cut
      * is refused.
      ******************************************************************

       HK-RECONCILE.

       MOVE 0 TO WS-AUD-CAM-COUNT.
       MOVE 0 TO WS-CSVR-CAM-COUNT.
       MOVE 'N' TO WS-AUD-CAM-FULL.
       MOVE 'N' TO WS-CSVR-CAM-FULL.
       MOVE 0 TO WS-HK-AUD-LINES.
       MOVE 0 TO WS-HK-MISSING.

       OPEN INPUT AUDIT-LOG-FILE.

       HK-RECON-AUDIT-LOOP.

       READ AUDIT-LOG-FILE
           AT END GO TO HK-RECON-AUDIT-DONE
       END-READ.

       MOVE AUDIT-LOG-RECORD TO WS-HK-LINE.
       IF WS-HK-LINE-YM NOT = WS-HK-PERIOD
           GO TO HK-RECON-AUDIT-LOOP
       END-IF.

       ADD 1 TO WS-HK-AUD-LINES.
       MOVE SPACES TO WS-AL-SCRAP.
       MOVE SPACES TO WS-AL-CAMERA.
       UNSTRING AUDIT-LOG-RECORD DELIMITED BY 'CAMERA='
           INTO WS-AL-SCRAP WS-AL-CAMERA
       END-UNSTRING.
       IF WS-AL-CAMERA NOT = SPACES
           PERFORM ADD-AUDIT-CAMERA THRU ADD-AUDIT-CAMERA-DONE
       END-IF.

       GO TO HK-RECON-AUDIT-LOOP.

       HK-RECON-AUDIT-DONE.

       CLOSE AUDIT-LOG-FILE.

       OPEN INPUT CSV-EXPORT-FILE.

       HK-RECON-CSV-LOOP.

       READ CSV-EXPORT-FILE
           AT END GO TO HK-RECON-CSV-DONE
       END-READ.

       MOVE SPACES TO WS-RECON-CAM.
       MOVE SPACES TO WS-AL-SCRAP.
       UNSTRING CSV-EXPORT-RECORD DELIMITED BY ','
           INTO WS-RECON-CAM WS-AL-SCRAP
       END-UNSTRING.
       IF WS-RECON-CAM NOT = 'CAMERA_ID'
           AND WS-RECON-CAM NOT = SPACES
           PERFORM ADD-CSV-CAMERA THRU ADD-CSV-CAMERA-DONE
       END-IF.

       GO TO HK-RECON-CSV-LOOP.

       HK-RECON-CSV-DONE.

       CLOSE CSV-EXPORT-FILE.

       MOVE 1 TO WS-A.

       HK-RECON-CHECK-LOOP.

       IF WS-A > WS-AUD-CAM-COUNT
           GO TO HK-RECONCILE-DONE
       END-IF.

       MOVE 'N' TO WS-RECON-FOUND.
       MOVE 1 TO WS-B.

       HK-RECON-CHECK-SCAN.

       IF WS-B > WS-CSVR-CAM-COUNT
           GO TO HK-RECON-CHECK-TEST
       END-IF.
       IF WS-CSVR-CAM-ID(WS-B) = WS-AUD-CAM-ID(WS-A)
           MOVE 'Y' TO WS-RECON-FOUND
           GO TO HK-RECON-CHECK-TEST
       END-IF.
       ADD 1 TO WS-B.
       GO TO HK-RECON-CHECK-SCAN.

       HK-RECON-CHECK-TEST.

       IF WS-RECON-FOUND = 'N'
           ADD 1 TO WS-HK-MISSING
           DISPLAY '  IN AUDIT.LOG ONLY FOR THE PERIOD: '
               WS-AUD-CAM-ID(WS-A)
       END-IF.

       ADD 1 TO WS-A.
       GO TO HK-RECON-CHECK-LOOP.

       HK-RECONCILE-DONE.

      ******************************************************************
      * Cuts AUDIT.LOG: period lines (timestamp columns 1-7 equal to
      * the period) go to AUDIT-YYYYMM.ARC, everything else passes
      * through HOUSEKEEP.TMP back into a trimmed live file.
      ******************************************************************

       HK-CUT-AUDIT.

       MOVE SPACES TO WS-ARCHIVE-OUT-NAME.
       STRING 'AUDIT-' DELIMITED BY SIZE
              WS-HK-SUFFIX DELIMITED BY SIZE
              '.ARC' DELIMITED BY SIZE
              INTO WS-ARCHIVE-OUT-NAME
       END-STRING.
       MOVE 0 TO WS-HK-ARCH-COUNT.
       MOVE 0 TO WS-HK-LIVE-COUNT.

       OPEN INPUT AUDIT-LOG-FILE.
       OPEN OUTPUT ARCHIVE-OUT-FILE.
       OPEN OUTPUT HK-WORK-FILE.

       HK-CUT-AUDIT-LOOP.

       READ AUDIT-LOG-FILE
           AT END GO TO HK-CUT-AUDIT-EOF
       END-READ.

       MOVE AUDIT-LOG-RECORD TO WS-HK-LINE.
       IF WS-HK-LINE-YM = WS-HK-PERIOD
           MOVE AUDIT-LOG-RECORD TO ARCHIVE-OUT-RECORD
           WRITE ARCHIVE-OUT-RECORD
           ADD 1 TO WS-HK-ARCH-COUNT
       ELSE
           MOVE AUDIT-LOG-RECORD TO HK-WORK-RECORD
           WRITE HK-WORK-RECORD
           ADD 1 TO WS-HK-LIVE-COUNT
       END-IF.

       GO TO HK-CUT-AUDIT-LOOP.

       HK-CUT-AUDIT-EOF.

       CLOSE AUDIT-LOG-FILE.
       CLOSE ARCHIVE-OUT-FILE.
       CLOSE HK-WORK-FILE.

       OPEN INPUT HK-WORK-FILE.
       OPEN OUTPUT AUDIT-LOG-FILE.

       HK-CUT-AUDIT-COPY.

       READ HK-WORK-FILE
           AT END GO TO HK-CUT-AUDIT-COPIED
       END-READ.

       MOVE HK-WORK-RECORD TO AUDIT-LOG-RECORD.
       WRITE AUDIT-LOG-RECORD.
       GO TO HK-CUT-AUDIT-COPY.

       HK-CUT-AUDIT-COPIED.

       CLOSE HK-WORK-FILE.
       CLOSE AUDIT-LOG-FILE.

       MOVE 'AUDIT' TO WS-HK-IDX-TAG.
       PERFORM HK-WRITE-INDEX THRU HK-WRITE-INDEX-DONE.

       HK-CUT-AUDIT-DONE.

      ******************************************************************
      * Cuts ERRORS.LOG the same way AUDIT.LOG is cut.
      ******************************************************************

       HK-CUT-ERRORS.

       MOVE SPACES TO WS-ARCHIVE-OUT-NAME.
       STRING 'ERRORS-' DELIMITED BY SIZE
              WS-HK-SUFFIX DELIMITED BY SIZE
              '.ARC' DELIMITED BY SIZE
              INTO WS-ARCHIVE-OUT-NAME
       END-STRING.
       MOVE 0 TO WS-HK-ARCH-COUNT.
       MOVE 0 TO WS-HK-LIVE-COUNT.

       OPEN INPUT ERROR-LOG-FILE.
       OPEN OUTPUT ARCHIVE-OUT-FILE.
       OPEN OUTPUT HK-WORK-FILE.

       HK-CUT-ERRORS-LOOP.

       READ ERROR-LOG-FILE
           AT END GO TO HK-CUT-ERRORS-EOF
       END-READ.

       MOVE ERROR-LOG-RECORD TO WS-HK-LINE.
       IF WS-HK-LINE-YM = WS-HK-PERIOD
           MOVE ERROR-LOG-RECORD TO ARCHIVE-OUT-RECORD
           WRITE ARCHIVE-OUT-RECORD
           ADD 1 TO WS-HK-ARCH-COUNT
       ELSE
           MOVE ERROR-LOG-RECORD TO HK-WORK-RECORD
           WRITE HK-WORK-RECORD
           ADD 1 TO WS-HK-LIVE-COUNT
       END-IF.

       GO TO HK-CUT-ERRORS-LOOP.

       HK-CUT-ERRORS-EOF.

       CLOSE ERROR-LOG-FILE.
       CLOSE ARCHIVE-OUT-FILE.
       CLOSE HK-WORK-FILE.

       OPEN INPUT HK-WORK-FILE.
       OPEN OUTPUT ERROR-LOG-FILE.

       HK-CUT-ERRORS-COPY.

       READ HK-WORK-FILE
           AT END GO TO HK-CUT-ERRORS-COPIED
       END-READ.

       MOVE HK-WORK-RECORD TO ERROR-LOG-RECORD.
       WRITE ERROR-LOG-RECORD.
       GO TO HK-CUT-ERRORS-COPY.

       HK-CUT-ERRORS-COPIED.

       CLOSE HK-WORK-FILE.
       CLOSE ERROR-LOG-FILE.

       MOVE 'ERRORS' TO WS-HK-IDX-TAG.
       PERFORM HK-WRITE-INDEX THRU HK-WRITE-INDEX-DONE.

       HK-CUT-ERRORS-DONE.

      ******************************************************************
      * Cuts RUNLOG.DAT: a run record carries its period in the
      * START= timestamp; the indented per-reason continuation lines
      * that follow it go wherever their run record went.
      ******************************************************************

       HK-CUT-RUNLOG.

       MOVE SPACES TO WS-ARCHIVE-OUT-NAME.
       STRING 'RUNLOG-' DELIMITED BY SIZE
              WS-HK-SUFFIX DELIMITED BY SIZE
              '.ARC' DELIMITED BY SIZE
              INTO WS-ARCHIVE-OUT-NAME
       END-STRING.
       MOVE 0 TO WS-HK-ARCH-COUNT.
       MOVE 0 TO WS-HK-LIVE-COUNT.
       MOVE 'N' TO WS-HK-LAST-MATCH.

       OPEN INPUT RUN-LOG-FILE.
       OPEN OUTPUT ARCHIVE-OUT-FILE.
       OPEN OUTPUT HK-WORK-FILE.

       HK-CUT-RUNLOG-LOOP.

       READ RUN-LOG-FILE
           AT END GO TO HK-CUT-RUNLOG-EOF
       END-READ.

       MOVE RUN-LOG-RECORD TO WS-HK-RUNLOG-LINE.
       IF WS-HK-RL-C1 NOT = SPACE
           IF WS-HK-RL-YM = WS-HK-PERIOD
               MOVE 'Y' TO WS-HK-LAST-MATCH
           ELSE
               MOVE 'N' TO WS-HK-LAST-MATCH
           END-IF
       END-IF.

       IF WS-HK-LAST-MATCH = 'Y'
           MOVE RUN-LOG-RECORD TO ARCHIVE-OUT-RECORD
           WRITE ARCHIVE-OUT-RECORD
           ADD 1 TO WS-HK-ARCH-COUNT
       ELSE
           MOVE RUN-LOG-RECORD TO HK-WORK-RECORD
           WRITE HK-WORK-RECORD
           ADD 1 TO WS-HK-LIVE-COUNT
       END-IF.

       GO TO HK-CUT-RUNLOG-LOOP.

       HK-CUT-RUNLOG-EOF.

       CLOSE RUN-LOG-FILE.
       CLOSE ARCHIVE-OUT-FILE.
       CLOSE HK-WORK-FILE.

       OPEN INPUT HK-WORK-FILE.
       OPEN OUTPUT RUN-LOG-FILE.

       HK-CUT-RUNLOG-COPY.

       READ HK-WORK-FILE
           AT END GO TO HK-CUT-RUNLOG-COPIED
       END-READ.

       MOVE HK-WORK-RECORD TO RUN-LOG-RECORD.
       WRITE RUN-LOG-RECORD.
       GO TO HK-CUT-RUNLOG-COPY.

       HK-CUT-RUNLOG-COPIED.

       CLOSE HK-WORK-FILE.
       CLOSE RUN-LOG-FILE.

       MOVE 'RUNLOG' TO WS-HK-IDX-TAG.
       PERFORM HK-WRITE-INDEX THRU HK-WRITE-INDEX-DONE.

       HK-CUT-RUNLOG-DONE.

      ******************************************************************
      * Cuts RESULTS.CSV: rows carry no date, so a row follows its
      * camera -- cameras audited in the period (collected by
      * HK-RECONCILE) take their rows to the archive; the header and
      * rows for other cameras (or with no camera ID) stay live.
      ******************************************************************

       HK-CUT-CSV.

       MOVE SPACES TO WS-ARCHIVE-OUT-NAME.
       STRING 'RESULTS-' DELIMITED BY SIZE
              WS-HK-SUFFIX DELIMITED BY SIZE
              '.ARC' DELIMITED BY SIZE
              INTO WS-ARCHIVE-OUT-NAME
       END-STRING.
       MOVE 0 TO WS-HK-ARCH-COUNT.
       MOVE 0 TO WS-HK-LIVE-COUNT.

       OPEN INPUT CSV-EXPORT-FILE.
       OPEN OUTPUT ARCHIVE-OUT-FILE.
       OPEN OUTPUT HK-WORK-FILE.

       HK-CUT-CSV-LOOP.

       READ CSV-EXPORT-FILE
           AT END GO TO HK-CUT-CSV-EOF
       END-READ.

       MOVE SPACES TO WS-RECON-CAM.
       MOVE SPACES TO WS-AL-SCRAP.
       UNSTRING CSV-EXPORT-RECORD DELIMITED BY ','
           INTO WS-RECON-CAM WS-AL-SCRAP
       END-UNSTRING.

       MOVE 'N' TO WS-HK-FOUND.
       IF WS-RECON-CAM NOT = 'CAMERA_ID'
           AND WS-RECON-CAM NOT = SPACES
           MOVE 1 TO WS-A
           PERFORM HK-CSV-MATCH THRU HK-CSV-MATCH-DONE
       END-IF.

       IF WS-HK-FOUND = 'Y'
           MOVE CSV-EXPORT-RECORD TO ARCHIVE-OUT-RECORD
           WRITE ARCHIVE-OUT-RECORD
           ADD 1 TO WS-HK-ARCH-COUNT
       ELSE
           MOVE CSV-EXPORT-RECORD TO HK-WORK-RECORD
           WRITE HK-WORK-RECORD
           ADD 1 TO WS-HK-LIVE-COUNT
       END-IF.

       GO TO HK-CUT-CSV-LOOP.

       HK-CUT-CSV-EOF.

       CLOSE CSV-EXPORT-FILE.
       CLOSE ARCHIVE-OUT-FILE.
       CLOSE HK-WORK-FILE.

       OPEN INPUT HK-WORK-FILE.
       OPEN OUTPUT CSV-EXPORT-FILE.

       HK-CUT-CSV-COPY.

       READ HK-WORK-FILE
           AT END GO TO HK-CUT-CSV-COPIED
       END-READ.

       MOVE HK-WORK-RECORD TO CSV-EXPORT-RECORD.
       WRITE CSV-EXPORT-RECORD.
       GO TO HK-CUT-CSV-COPY.

       HK-CUT-CSV-COPIED.

       CLOSE HK-WORK-FILE.
       CLOSE CSV-EXPORT-FILE.

       MOVE 'RESULTS' TO WS-HK-IDX-TAG.
       PERFORM HK-WRITE-INDEX THRU HK-WRITE-INDEX-DONE.

       HK-CUT-CSV-DONE.

      ******************************************************************
      * Scans the period's audit-camera table for WS-RECON-CAM.
      ******************************************************************

       HK-CSV-MATCH.

       IF WS-A > WS-AUD-CAM-COUNT
           GO TO HK-CSV-MATCH-DONE
       END-IF.
       IF WS-AUD-CAM-ID(WS-A) = WS-RECON-CAM
           MOVE 'Y' TO WS-HK-FOUND
           GO TO HK-CSV-MATCH-DONE
       END-IF.
       ADD 1 TO WS-A.
       GO TO HK-CSV-MATCH.

       HK-CSV-MATCH-DONE.

      ******************************************************************
      * Appends one line to ARCHIDX.DAT for the file just cut:
      * period, file tag, archived record count and cut timestamp.
      ******************************************************************

       HK-WRITE-INDEX.

       OPEN EXTEND ARCHIVE-INDEX-FILE.

       IF NOT ARCHIDX-FILE-OK
           DISPLAY 'ERROR: Cannot write ARCHIDX.DAT (status '
               WS-ARCHIDX-STATUS ').'
           DISPLAY ' '
           GO TO HK-WRITE-INDEX-DONE
       END-IF.

       PERFORM FORMAT-RUN-TS.
       MOVE WS-HK-ARCH-COUNT TO WS-RUN-COUNT-DISP.
       MOVE SPACES TO ARCHIVE-INDEX-RECORD.
       STRING 'PERIOD=' DELIMITED BY SIZE
              WS-HK-PERIOD DELIMITED BY SIZE
              ' FILE=' DELIMITED BY SIZE
              WS-HK-IDX-TAG DELIMITED BY SIZE
              ' RECORDS=' DELIMITED BY SIZE
              FUNCTION TRIM(WS-RUN-COUNT-DISP) DELIMITED BY SIZE
              ' CUT=' DELIMITED BY SIZE
              WS-RUN-TS-WORK DELIMITED BY SIZE
              INTO ARCHIVE-INDEX-RECORD
       END-STRING.
       WRITE ARCHIVE-INDEX-RECORD.
       CLOSE ARCHIVE-INDEX-FILE.

       HK-WRITE-INDEX-DONE.

      ******************************************************************
      * Sites master and re-survey scheduling (run mode 9): maintain
      * SITEMAST.DAT from the program's own menu, the same way the
      * camera-model master is maintained, and report the sites due
      * or overdue for re-survey within a keyed horizon.
      ******************************************************************

       SITES-MAINT-DRIVER.

       DISPLAY '******************************************************'.
       DISPLAY '*** SITES MASTER AND RE-SURVEY SCHEDULING ************'.
       DISPLAY '******************************************************'.
       DISPLAY ' '.
       DISPLAY '1) Add a site.'.
       DISPLAY '2) Change a site.'.
       DISPLAY '3) List sites.'.
       DISPLAY '4) Surveys due within a horizon.'.
       DISPLAY '5) Return to the main menu.'.
       DISPLAY ' '.

       MOVE 0 TO WS-RETRY-COUNT.

       SELECT-SITES-CHOICE.

       DISPLAY 'Enter number: ' WITH NO ADVANCING.
       ACCEPT WS-SITES-CHOICE.
       DISPLAY ' '.

       IF SITES-RETURN
           GO TO START-CALCULATOR
       END-IF.
       IF SITES-ADD
           GO TO SITES-ADD-SITE
       END-IF.
       IF SITES-CHANGE
           GO TO SITES-CHANGE-SITE
       END-IF.
       IF SITES-LIST
           GO TO SITES-LIST-SITES
       END-IF.
       IF SITES-DUE
           GO TO SITES-DUE-REPORT
       END-IF.

       ADD 1 TO WS-RETRY-COUNT.
       IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
           MOVE 'SITES' TO WS-ERROR-FIELD
           MOVE WS-SITES-CHOICE TO WS-ERROR-VALUE
           PERFORM WRITE-ERROR-LOG
           DISPLAY 'ERROR: Too many tries. Entry abandoned.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.
       DISPLAY 'ERROR: Please enter a valid number.'.
       DISPLAY ' '.
       GO TO SELECT-SITES-CHOICE.

       SITES-ADD-SITE.

       DISPLAY 'Enter site code: ' WITH NO ADVANCING.
       ACCEPT WS-SM-MAINT-CODE.
       DISPLAY ' '.

       IF WS-SM-MAINT-CODE = SPACES
           DISPLAY 'ERROR: Site code may not be blank.'
           DISPLAY ' '
           GO TO SITES-MAINT-DRIVER
       END-IF.

       MOVE WS-SM-MAINT-CODE TO WS-SM-LOOKUP-CODE.
       PERFORM FIND-SITE-BY-CODE THRU FIND-SITE-BY-CODE-DONE.
       IF SITE-MASTER-FOUND
           DISPLAY 'ERROR: That site code already exists.'
           DISPLAY ' '
           GO TO SITES-MAINT-DRIVER
       END-IF.

       IF WS-SITEM-COUNT >= 200
           DISPLAY 'ERROR: The sites master is full (200 sites).'
           DISPLAY ' '
           GO TO SITES-MAINT-DRIVER
       END-IF.

       ADD 1 TO WS-SITEM-COUNT.
       MOVE WS-SITEM-COUNT TO WS-SM.
       MOVE WS-SM-MAINT-CODE TO WS-SITEM-CODE(WS-SM).
       MOVE SPACES TO WS-SITEM-LAST(WS-SM).

       PERFORM ACCEPT-SITE-FIELDS THRU ACCEPT-SITE-FIELDS-DONE.
       IF NOT SM-FIELDS-OK
           SUBTRACT 1 FROM WS-SITEM-COUNT
           GO TO SITES-MAINT-DRIVER
       END-IF.

       PERFORM SAVE-SITEM-TABLE THRU SAVE-SITEM-TABLE-DONE.
       DISPLAY 'Site added.'.
       DISPLAY ' '.
       GO TO SITES-MAINT-DRIVER.

       SITES-CHANGE-SITE.

       DISPLAY 'Enter site code: ' WITH NO ADVANCING.
       ACCEPT WS-SM-MAINT-CODE.
       DISPLAY ' '.

       MOVE WS-SM-MAINT-CODE TO WS-SM-LOOKUP-CODE.
       PERFORM FIND-SITE-BY-CODE THRU FIND-SITE-BY-CODE-DONE.
       IF NOT SITE-MASTER-FOUND
           DISPLAY 'ERROR: Site not found.'
           DISPLAY ' '
           GO TO SITES-MAINT-DRIVER
       END-IF.

       MOVE WS-SITEM-ENTRY(WS-SM) TO WS-SITEM-ENTRY-SAVE.

       PERFORM ACCEPT-SITE-FIELDS THRU ACCEPT-SITE-FIELDS-DONE.
       IF NOT SM-FIELDS-OK
           MOVE WS-SITEM-ENTRY-SAVE TO WS-SITEM-ENTRY(WS-SM)
           GO TO SITES-MAINT-DRIVER
       END-IF.

       PERFORM SAVE-SITEM-TABLE THRU SAVE-SITEM-TABLE-DONE.
       DISPLAY 'Site changed.'.
       DISPLAY ' '.
       GO TO SITES-MAINT-DRIVER.

       SITES-LIST-SITES.

       IF WS-SITEM-COUNT = 0
           DISPLAY 'The sites master is empty.'
           DISPLAY ' '
           GO TO SITES-MAINT-DRIVER
       END-IF.

       MOVE 1 TO WS-SM.

       SITES-LIST-LOOP.

       IF WS-SM > WS-SITEM-COUNT
           DISPLAY ' '
           GO TO SITES-MAINT-DRIVER
       END-IF.

       DISPLAY WS-SITEM-CODE(WS-SM) ' ' WS-SITEM-NAME(WS-SM)
           ' CONTRACT=' WS-SITEM-CONTRACT(WS-SM)
           ' EVERY=' WS-SITEM-INTERVAL(WS-SM) 'MO'
           ' LAST=' WS-SITEM-LAST(WS-SM)
           ' CUST=' WS-SITEM-CUST(WS-SM).

       ADD 1 TO WS-SM.
       GO TO SITES-LIST-LOOP.

      ******************************************************************
      * Accepts the non-key fields for the site entry WS-SM points
      * at. The last-survey date is maintained automatically by the
      * batch and is not keyed here.
      ******************************************************************

       ACCEPT-SITE-FIELDS.

       MOVE 'Y' TO WS-SM-FIELDS-OK.

       DISPLAY 'Enter site name (as on survey headers): '
           WITH NO ADVANCING.
       ACCEPT WS-SITEM-NAME(WS-SM).
       DISPLAY ' '.

       IF WS-SITEM-NAME(WS-SM) = SPACES
           DISPLAY 'ERROR: Site name may not be blank.'
           DISPLAY ' '
           MOVE 'N' TO WS-SM-FIELDS-OK
           GO TO ACCEPT-SITE-FIELDS-DONE
       END-IF.

       DISPLAY 'Enter address: ' WITH NO ADVANCING.
       ACCEPT WS-SITEM-ADDR(WS-SM).
       DISPLAY ' '.

       DISPLAY 'Enter contract number: ' WITH NO ADVANCING.
       ACCEPT WS-SITEM-CONTRACT(WS-SM).
       DISPLAY ' '.

       DISPLAY 'Enter re-survey interval in months (0 = none): '
           WITH NO ADVANCING.
       ACCEPT WS-SM-MAINT-INTERVAL.
       DISPLAY ' '.

       IF WS-SM-MAINT-INTERVAL IS NUMERIC
           MOVE WS-SM-MAINT-INTERVAL TO WS-SITEM-INTERVAL(WS-SM)
       ELSE
           DISPLAY 'ERROR: Interval must be numeric.'
           DISPLAY ' '
           MOVE 'N' TO WS-SM-FIELDS-OK
           GO TO ACCEPT-SITE-FIELDS-DONE
       END-IF.

       DISPLAY 'Enter billing customer code: ' WITH NO ADVANCING.
       ACCEPT WS-SITEM-CUST(WS-SM).
       DISPLAY ' '.

       ACCEPT-SITE-FIELDS-DONE.

      ******************************************************************
      * Surveys-due report: every contracted site whose next
      * re-survey falls within the keyed horizon, to the screen and
      * SURVDUE.TXT, with a skeleton 'H' header per due site written
      * to SURVSKEL.DAT.
      ******************************************************************

       SITES-DUE-REPORT.

       DISPLAY 'Horizon in months: ' WITH NO ADVANCING.
       ACCEPT WS-DUE-HORIZON.
       DISPLAY ' '.

       IF WS-DUE-HORIZON IS NOT NUMERIC
           DISPLAY 'ERROR: Please enter a valid number.'
           DISPLAY ' '
           GO TO SITES-MAINT-DRIVER
       END-IF.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.

       MOVE WS-TODAY-X10 TO WS-DUE-BASE.
       MOVE WS-DUE-HORIZON TO WS-DUE-ADD.
       PERFORM COMPUTE-DUE-DATE THRU COMPUTE-DUE-DATE-DONE.
       MOVE WS-DUE-DATE TO WS-DUE-LIMIT.

       OPEN OUTPUT SURVEY-DUE-FILE.
       OPEN OUTPUT SKELETON-FILE.

       MOVE WS-DUE-HORIZON TO WS-SM-CNT-DISP.
       MOVE SPACES TO SURVEY-DUE-RECORD.
       STRING 'SURVEYS DUE  RUN: ' DELIMITED BY SIZE
              WS-TODAY-X10 DELIMITED BY SIZE
              '  HORIZON ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-SM-CNT-DISP) DELIMITED BY SIZE
              ' MONTH(S) (TO ' DELIMITED BY SIZE
              WS-DUE-LIMIT DELIMITED BY SIZE
              ')' DELIMITED BY SIZE
              INTO SURVEY-DUE-RECORD
       END-STRING.
       WRITE SURVEY-DUE-RECORD.
       DISPLAY SURVEY-DUE-RECORD.

       MOVE SPACES TO SURVEY-DUE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO SURVEY-DUE-RECORD
       END-STRING.
       WRITE SURVEY-DUE-RECORD.
       DISPLAY SURVEY-DUE-RECORD.

       MOVE 0 TO WS-DUE-COUNT.
       MOVE 1 TO WS-SM.

       SITES-DUE-LOOP.

       IF WS-SM > WS-SITEM-COUNT
           GO TO SITES-DUE-DONE
       END-IF.

       IF WS-SITEM-INTERVAL(WS-SM) = 0
           GO TO SITES-DUE-NEXT
       END-IF.

       IF WS-SITEM-LAST(WS-SM) = SPACES
           MOVE WS-TODAY-X10 TO WS-DUE-DATE
           MOVE 'NEVER SURVEYED' TO WS-DUE-FLAG
       ELSE
           MOVE WS-SITEM-LAST(WS-SM) TO WS-DUE-BASE
           MOVE WS-SITEM-INTERVAL(WS-SM) TO WS-DUE-ADD
           PERFORM COMPUTE-DUE-DATE THRU COMPUTE-DUE-DATE-DONE
           IF WS-DUE-OK NOT = 'Y'
               GO TO SITES-DUE-NEXT
           END-IF
           IF WS-DUE-DATE < WS-TODAY-X10
               MOVE 'OVERDUE' TO WS-DUE-FLAG
           ELSE
               MOVE 'DUE' TO WS-DUE-FLAG
           END-IF
       END-IF.

       IF WS-DUE-DATE > WS-DUE-LIMIT
           GO TO SITES-DUE-NEXT
       END-IF.

       ADD 1 TO WS-DUE-COUNT.
       MOVE SPACES TO SURVEY-DUE-RECORD.
       STRING WS-SITEM-CODE(WS-SM) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-SITEM-NAME(WS-SM) DELIMITED BY SIZE
              ' LAST ' DELIMITED BY SIZE
              WS-SITEM-LAST(WS-SM) DELIMITED BY SIZE
              ' DUE ' DELIMITED BY SIZE
              WS-DUE-DATE DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-DUE-FLAG DELIMITED BY SIZE
              INTO SURVEY-DUE-RECORD
       END-STRING.
       WRITE SURVEY-DUE-RECORD.
       DISPLAY SURVEY-DUE-RECORD.

      * Skeleton 'H' header in the SURVEY.DAT layout: site name and
      * billing customer code filled, survey date and surveyor left
      * for the surveyor.
       MOVE SPACES TO SKELETON-RECORD.
       MOVE 'H' TO SKL-REC-TYPE.
       MOVE WS-SITEM-NAME(WS-SM) TO SKL-SITE-NAME.
       MOVE WS-SITEM-CUST(WS-SM) TO SKL-CUST-CODE.
       WRITE SKELETON-RECORD.

       SITES-DUE-NEXT.

       ADD 1 TO WS-SM.
       GO TO SITES-DUE-LOOP.

       SITES-DUE-DONE.

       MOVE SPACES TO SURVEY-DUE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO SURVEY-DUE-RECORD
       END-STRING.
       WRITE SURVEY-DUE-RECORD.
       DISPLAY SURVEY-DUE-RECORD.

       MOVE WS-DUE-COUNT TO WS-SM-CNT-DISP.
       MOVE SPACES TO SURVEY-DUE-RECORD.
       STRING 'SITES DUE OR OVERDUE: ' DELIMITED BY SIZE
              WS-SM-CNT-DISP DELIMITED BY SIZE
              INTO SURVEY-DUE-RECORD
       END-STRING.
       WRITE SURVEY-DUE-RECORD.
       DISPLAY SURVEY-DUE-RECORD.

       CLOSE SURVEY-DUE-FILE.
       CLOSE SKELETON-FILE.

       DISPLAY ' '.
       DISPLAY 'Report in SURVDUE.TXT; skeleton headers in'
           ' SURVSKEL.DAT.'.
       DISPLAY ' '.
       GO TO SITES-MAINT-DRIVER.

      ******************************************************************
      * Adds WS-DUE-ADD months to the YYYY-MM-DD date in WS-DUE-BASE,
      * leaving the result in WS-DUE-DATE (day-of-month kept) and
      * WS-DUE-OK. Due dates are only ever compared as strings, so a
      * day past the end of the shorter target month still orders
      * correctly.
      ******************************************************************

       COMPUTE-DUE-DATE.

       MOVE 'N' TO WS-DUE-OK.
       MOVE SPACES TO WS-DUE-DATE.
       MOVE SPACES TO WS-DATE-Y.
       MOVE SPACES TO WS-DATE-M.
       MOVE SPACES TO WS-DATE-D.
       UNSTRING WS-DUE-BASE DELIMITED BY '-'
           INTO WS-DATE-Y WS-DATE-M WS-DATE-D
       END-UNSTRING.

       IF WS-DATE-Y IS NOT NUMERIC OR WS-DATE-M IS NOT NUMERIC
           OR WS-DATE-D IS NOT NUMERIC
           GO TO COMPUTE-DUE-DATE-DONE
       END-IF.

       COMPUTE WS-DUE-Y9 = FUNCTION NUMVAL(WS-DATE-Y)
           ON SIZE ERROR GO TO COMPUTE-DUE-DATE-DONE
       END-COMPUTE.
       COMPUTE WS-DUE-M9 = FUNCTION NUMVAL(WS-DATE-M) + WS-DUE-ADD
           ON SIZE ERROR GO TO COMPUTE-DUE-DATE-DONE
       END-COMPUTE.

       COMPUTE-DUE-DATE-NORM.

       IF WS-DUE-M9 > 12
           SUBTRACT 12 FROM WS-DUE-M9
           ADD 1 TO WS-DUE-Y9
           GO TO COMPUTE-DUE-DATE-NORM
       END-IF.

       MOVE WS-DUE-M9 TO WS-DUE-M2.
       STRING WS-DUE-Y9 DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-DUE-M2 DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-DATE-D DELIMITED BY SIZE
              INTO WS-DUE-DATE
       END-STRING.
       MOVE 'Y' TO WS-DUE-OK.

       COMPUTE-DUE-DATE-DONE.

      ******************************************************************
      * Scans the sites master for WS-SM-LOOKUP-CODE, leaving WS-SM
      * on the matching entry and SITE-MASTER-FOUND set.
      ******************************************************************

       FIND-SITE-BY-CODE.

       MOVE 'N' TO WS-SITEM-FOUND.
       MOVE 1 TO WS-SM.

       FIND-SITE-BY-CODE-LOOP.

       IF WS-SM > WS-SITEM-COUNT
           GO TO FIND-SITE-BY-CODE-DONE
       END-IF.

       IF WS-SITEM-CODE(WS-SM) = WS-SM-LOOKUP-CODE
           MOVE 'Y' TO WS-SITEM-FOUND
           GO TO FIND-SITE-BY-CODE-DONE
       END-IF.

       ADD 1 TO WS-SM.
       GO TO FIND-SITE-BY-CODE-LOOP.

       FIND-SITE-BY-CODE-DONE.

      ******************************************************************
      * Scans the sites master for WS-SM-LOOKUP-NAME -- the free-text
      * name a survey 'H' header carries.
      ******************************************************************

       FIND-SITE-BY-NAME.

       MOVE 'N' TO WS-SITEM-FOUND.
       MOVE 1 TO WS-SM.

       FIND-SITE-BY-NAME-LOOP.

       IF WS-SM > WS-SITEM-COUNT
           GO TO FIND-SITE-BY-NAME-DONE
       END-IF.

       IF WS-SITEM-NAME(WS-SM) = WS-SM-LOOKUP-NAME
           MOVE 'Y' TO WS-SITEM-FOUND
           GO TO FIND-SITE-BY-NAME-DONE
       END-IF.

       ADD 1 TO WS-SM.
       GO TO FIND-SITE-BY-NAME-LOOP.

       FIND-SITE-BY-NAME-DONE.

      ******************************************************************
      * Stock ledger (run mode 10): post receipts, issues, adjustments
      * and cycle counts against INVENTORY.DAT through STOCKTXN.DAT,
      * and report each part's movements over a keyed period.
      ******************************************************************

       STOCK-LEDGER-DRIVER.

       DISPLAY '******************************************************'.
       DISPLAY '*** STOCK LEDGER *************************************'.
       DISPLAY '******************************************************'.
       DISPLAY ' '.
       DISPLAY '1) Post a receipt.'.
       DISPLAY '2) Post an issue.'.
       DISPLAY '3) Post an adjustment.'.
       DISPLAY '4) Post a cycle count.'.
       DISPLAY '5) Stock movement report.'.
       DISPLAY '6) Return to the main menu.'.
       DISPLAY ' '.

       MOVE 0 TO WS-RETRY-COUNT.

       SELECT-STK-CHOICE.

       DISPLAY 'Enter number: ' WITH NO ADVANCING.
       ACCEPT WS-STK-CHOICE.
       DISPLAY ' '.

       IF STK-RETURN
           GO TO START-CALCULATOR
       END-IF.
       IF STK-RECEIPT
           MOVE 'R' TO WS-STX-TYPE-IN
           GO TO STK-POST-ENTRY
       END-IF.
       IF STK-ISSUE
           MOVE 'I' TO WS-STX-TYPE-IN
           GO TO STK-POST-ENTRY
       END-IF.
       IF STK-ADJUST
           MOVE 'A' TO WS-STX-TYPE-IN
           GO TO STK-POST-ENTRY
       END-IF.
       IF STK-COUNT
           MOVE 'C' TO WS-STX-TYPE-IN
           GO TO STK-POST-ENTRY
       END-IF.
       IF STK-MOVEMENTS
           GO TO STK-MOVEMENT-REPORT
       END-IF.

       ADD 1 TO WS-RETRY-COUNT.
       IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
           MOVE 'STKCHOICE' TO WS-ERROR-FIELD
           MOVE WS-STK-CHOICE TO WS-ERROR-VALUE
           PERFORM WRITE-ERROR-LOG
           DISPLAY 'ERROR: Too many tries. Entry abandoned.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.
       DISPLAY 'ERROR: Please enter a valid number.'.
       DISPLAY ' '.
       GO TO SELECT-STK-CHOICE.

      ******************************************************************
      * Keys one stock transaction of the type chosen from the menu
      * and posts it. An adjustment asks which way it goes; a cycle
      * count takes the quantity found on the shelf and the posting
      * works out the difference from the book figure.
      ******************************************************************

       STK-POST-ENTRY.

       DISPLAY 'Enter part number: ' WITH NO ADVANCING.
       ACCEPT WS-STX-PART-IN.
       DISPLAY ' '.

       IF WS-STX-PART-IN = SPACES
           DISPLAY 'ERROR: Part number may not be blank.'
           DISPLAY ' '
           GO TO STOCK-LEDGER-DRIVER
       END-IF.

       MOVE '+' TO WS-STX-SIGN-IN.
       IF WS-STX-TYPE-IN = 'A'
           DISPLAY 'Enter + to add stock or - to remove it: '
               WITH NO ADVANCING
           ACCEPT WS-STX-SIGN-IN
           DISPLAY ' '
           IF NOT STX-SIGN-VALID
               DISPLAY 'ERROR: Enter + or -.'
               DISPLAY ' '
               GO TO STOCK-LEDGER-DRIVER
           END-IF
       END-IF.

       IF WS-STX-TYPE-IN = 'C'
           DISPLAY 'Enter quantity counted on the shelf: '
               WITH NO ADVANCING
       ELSE
           DISPLAY 'Enter quantity: ' WITH NO ADVANCING
       END-IF.
       ACCEPT WS-STX-QTY-IN.
       DISPLAY ' '.

       IF WS-STX-QTY-IN IS NOT NUMERIC
           DISPLAY 'ERROR: Quantity must be numeric.'
           DISPLAY ' '
           GO TO STOCK-LEDGER-DRIVER
       END-IF.
       IF WS-STX-QTY-IN = 0 AND WS-STX-TYPE-IN NOT = 'C'
           DISPLAY 'ERROR: Quantity must be greater than zero.'
           DISPLAY ' '
           GO TO STOCK-LEDGER-DRIVER
       END-IF.

       DISPLAY 'Enter reference (delivery note, blank for none): '
           WITH NO ADVANCING.
       ACCEPT WS-STX-REF-IN.
       DISPLAY ' '.

       DISPLAY 'Enter note: ' WITH NO ADVANCING.
       ACCEPT WS-STX-NOTE-IN.
       DISPLAY ' '.

       MOVE SPACES TO WS-STX-DATE-IN.
       PERFORM POST-STOCK-TXN THRU POST-STOCK-TXN-DONE.
       IF NOT STX-POSTED
           GO TO STOCK-LEDGER-DRIVER
       END-IF.

       MOVE WS-INV-ON-HAND(WS-V) TO WS-INV-QTY-DISP.
       DISPLAY 'Posted. ' WS-STX-PART-IN ' on hand now '
           WS-INV-QTY-DISP '.'.
       IF WS-STX-SHORT > 0
           MOVE WS-STX-SHORT TO WS-INV-QTY-DISP
           DISPLAY 'WARNING: The shelf was short by ' WS-INV-QTY-DISP
               ' -- count the part.'
       END-IF.
       DISPLAY ' '.
       GO TO STOCK-LEDGER-DRIVER.

      ******************************************************************
      * Posts one stock transaction -- WS-STX-TYPE-IN, -PART-IN,
      * -SIGN-IN (adjustments only), -QTY-IN, -REF-IN, -NOTE-IN and
      * WS-STX-DATE-IN (spaces = today) -- to the inventory table,
      * appends it to STOCKTXN.DAT and writes INVENTORY.DAT back.
      * Leaves WS-V on the part's inventory entry and STX-POSTED set.
      * A receipt, upward adjustment or count of a part not yet on
      * INVENTORY.DAT adds it (reorder point zero) provided it is a
      * catalog part. An issue or downward adjustment larger than
      * the shelf posts only what is there, leaving the shortfall in
      * WS-STX-SHORT for the caller to report.
      ******************************************************************

       POST-STOCK-TXN.

       MOVE 'N' TO WS-STX-POSTED.
       MOVE 0 TO WS-STX-SHORT.

       IF WS-STX-TYPE-IN = 'I'
           MOVE '-' TO WS-STX-SIGN-IN
       END-IF.
       IF WS-STX-TYPE-IN = 'R' OR WS-STX-TYPE-IN = 'C'
           MOVE '+' TO WS-STX-SIGN-IN
       END-IF.

       MOVE WS-STX-PART-IN TO WS-INV-LOOKUP-PART.
       PERFORM FIND-INV-PART THRU FIND-INV-PART-DONE.
       IF INV-PART-FOUND
           GO TO POST-STOCK-TXN-OPEN
       END-IF.

       IF WS-STX-SIGN-IN = '-'
           DISPLAY 'ERROR: Part ' WS-STX-PART-IN
               ' is not on INVENTORY.DAT.'
           DISPLAY ' '
           GO TO POST-STOCK-TXN-DONE
       END-IF.

       MOVE WS-STX-PART-IN TO WS-LENS-LOOKUP-PART.
       PERFORM FIND-LENS-BY-PART THRU FIND-LENS-BY-PART-DONE.
       IF NOT LENS-PART-FOUND
           DISPLAY 'ERROR: Part ' WS-STX-PART-IN
               ' is not in the lens catalog.'
           DISPLAY ' '
           GO TO POST-STOCK-TXN-DONE
       END-IF.

       IF WS-INV-COUNT >= 200
           DISPLAY 'ERROR: INVENTORY.DAT is full (200 parts).'
           DISPLAY ' '
           GO TO POST-STOCK-TXN-DONE
       END-IF.

       ADD 1 TO WS-INV-COUNT.
       MOVE WS-INV-COUNT TO WS-V.
       MOVE WS-STX-PART-IN TO WS-INV-PART(WS-V).
       MOVE 0 TO WS-INV-ON-HAND(WS-V).
       MOVE 0 TO WS-INV-REORDER(WS-V).
       MOVE 0 TO WS-INV-AVAIL(WS-V).
       MOVE 0 TO WS-INV-PICKED(WS-V).

       POST-STOCK-TXN-OPEN.

       OPEN EXTEND STOCK-TXN-FILE.

      * '05' just means the file did not exist yet and was created.
       IF NOT STX-FILE-OK
           DISPLAY 'ERROR: Cannot open STOCKTXN.DAT (status '
               WS-STX-STATUS ').'
           DISPLAY ' '
           GO TO POST-STOCK-TXN-DONE
       END-IF.

       MOVE WS-STX-QTY-IN TO WS-STX-DELTA.

       IF WS-STX-TYPE-IN = 'C'
           IF WS-STX-QTY-IN < WS-INV-ON-HAND(WS-V)
               MOVE '-' TO WS-STX-SIGN-IN
               COMPUTE WS-STX-DELTA =
                       WS-INV-ON-HAND(WS-V) - WS-STX-QTY-IN
           ELSE
               COMPUTE WS-STX-DELTA =
                       WS-STX-QTY-IN - WS-INV-ON-HAND(WS-V)
           END-IF
       END-IF.

       IF WS-STX-SIGN-IN = '-'
           IF WS-STX-DELTA > WS-INV-ON-HAND(WS-V)
               COMPUTE WS-STX-SHORT =
                       WS-STX-DELTA - WS-INV-ON-HAND(WS-V)
               MOVE WS-INV-ON-HAND(WS-V) TO WS-STX-DELTA
           END-IF
           SUBTRACT WS-STX-DELTA FROM WS-INV-ON-HAND(WS-V)
       ELSE
           ADD WS-STX-DELTA TO WS-INV-ON-HAND(WS-V)
               ON SIZE ERROR
                   DISPLAY 'ERROR: On hand for ' WS-STX-PART-IN
                       ' would pass 99999.'
                   DISPLAY ' '
                   CLOSE STOCK-TXN-FILE
                   GO TO POST-STOCK-TXN-DONE
           END-ADD
       END-IF.

       IF WS-STX-DATE-IN = SPACES
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CDT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CDT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CDT-DAY DELIMITED BY SIZE
                  INTO WS-STX-DATE-IN
           END-STRING
       END-IF.

       MOVE WS-STX-DATE-IN TO STX-DATE.
       MOVE WS-STX-TYPE-IN TO STX-TYPE.
       MOVE WS-STX-PART-IN TO STX-PART.
       MOVE WS-STX-SIGN-IN TO STX-SIGN.
       MOVE WS-STX-DELTA TO STX-QTY.
       MOVE WS-INV-ON-HAND(WS-V) TO STX-BALANCE.
       MOVE WS-STX-REF-IN TO STX-REF.
       MOVE WS-STX-NOTE-IN TO STX-NOTE.
       WRITE STOCK-TXN-RECORD.

       CLOSE STOCK-TXN-FILE.

       PERFORM SAVE-INV-TABLE THRU SAVE-INV-TABLE-DONE.
       MOVE 'Y' TO WS-STX-POSTED.

      * The save loop leaves WS-V past the table; put it back.
       MOVE WS-STX-PART-IN TO WS-INV-LOOKUP-PART.
       PERFORM FIND-INV-PART THRU FIND-INV-PART-DONE.

       POST-STOCK-TXN-DONE.

      ******************************************************************
      * Stock movement report: for every part on INVENTORY.DAT, the
      * opening balance for the keyed period (YYYY-MM, blank for the
      * whole ledger), each posting in the period and the closing
      * balance, to STOCKMOV.TXT. The ledger is read once per part;
      * each record carries the balance it left, so the opening
      * balance is the balance after the last posting before the
      * period, or -- for a part whose ledger starts inside the
      * period -- the first posting's balance backed out by its
      * quantity. A part with no postings at all opens and closes at
      * its current on-hand. This relies on the ledger being in date
      * order, which holds because every posting is dated the day it
      * is made.
      ******************************************************************

       STK-MOVEMENT-REPORT.

       DISPLAY 'Period (YYYY-MM) to report, blank for the whole'
           ' ledger: ' WITH NO ADVANCING.
       ACCEPT WS-MOV-PERIOD.
       DISPLAY ' '.

       IF WS-MOV-PERIOD NOT = SPACES
           MOVE WS-MOV-PERIOD TO WS-HK-PERIOD
           PERFORM VALIDATE-HK-PERIOD THRU VALIDATE-HK-PERIOD-DONE
           IF NOT HK-PERIOD-OK
               DISPLAY 'ERROR: Enter the period as YYYY-MM.'
               DISPLAY ' '
               GO TO STOCK-LEDGER-DRIVER
           END-IF
       END-IF.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.

       OPEN OUTPUT STOCK-MOVE-FILE.

       MOVE SPACES TO STOCK-MOVE-RECORD.
       IF WS-MOV-PERIOD = SPACES
           STRING 'STOCK MOVEMENT REPORT  RUN: ' DELIMITED BY SIZE
                  WS-TODAY-X10 DELIMITED BY SIZE
                  '  PERIOD: ALL' DELIMITED BY SIZE
                  INTO STOCK-MOVE-RECORD
           END-STRING
       ELSE
           STRING 'STOCK MOVEMENT REPORT  RUN: ' DELIMITED BY SIZE
                  WS-TODAY-X10 DELIMITED BY SIZE
                  '  PERIOD: ' DELIMITED BY SIZE
                  WS-MOV-PERIOD DELIMITED BY SIZE
                  INTO STOCK-MOVE-RECORD
           END-STRING
       END-IF.
       WRITE STOCK-MOVE-RECORD.

       MOVE SPACES TO STOCK-MOVE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO STOCK-MOVE-RECORD
       END-STRING.
       WRITE STOCK-MOVE-RECORD.

       IF WS-INV-COUNT = 0
           MOVE SPACES TO STOCK-MOVE-RECORD
           STRING 'NO PARTS ON INVENTORY.DAT.' DELIMITED BY SIZE
                  INTO STOCK-MOVE-RECORD
           END-STRING
           WRITE STOCK-MOVE-RECORD
           GO TO STK-MOV-CLOSE
       END-IF.

       MOVE 0 TO WS-MOV-PARTS.
       MOVE 1 TO WS-V.

       STK-MOV-PART-LOOP.

       IF WS-V > WS-INV-COUNT
           GO TO STK-MOV-SUMMARY
       END-IF.

       MOVE 'N' TO WS-MOV-SEEN.
       MOVE 0 TO WS-MOV-OPEN.
       MOVE 0 TO WS-MOV-CLOSE.
       MOVE 0 TO WS-MOV-LINES.

       OPEN INPUT STOCK-TXN-FILE.

       STK-MOV-READ-LOOP.

       READ STOCK-TXN-FILE
           AT END GO TO STK-MOV-PART-END
       END-READ.

       IF STX-PART NOT = WS-INV-PART(WS-V)
           GO TO STK-MOV-READ-LOOP
       END-IF.

       MOVE STX-DATE TO WS-MOV-TXN-DATE.

       IF WS-MOV-PERIOD NOT = SPACES
           AND WS-MOV-TXN-YM < WS-MOV-PERIOD
           MOVE STX-BALANCE TO WS-MOV-OPEN
           MOVE 'B' TO WS-MOV-SEEN
           GO TO STK-MOV-READ-LOOP
       END-IF.

       IF WS-MOV-PERIOD NOT = SPACES
           AND WS-MOV-TXN-YM > WS-MOV-PERIOD
           IF MOV-SEEN-NONE
               PERFORM STK-MOV-BACK-OUT THRU STK-MOV-BACK-OUT-DONE
               MOVE 'B' TO WS-MOV-SEEN
           END-IF
           GO TO STK-MOV-PART-END
       END-IF.

       IF NOT MOV-SEEN-IN
           IF MOV-SEEN-NONE
               PERFORM STK-MOV-BACK-OUT THRU STK-MOV-BACK-OUT-DONE
           END-IF
           PERFORM STK-MOV-WRITE-OPEN THRU STK-MOV-WRITE-OPEN-DONE
           MOVE 'I' TO WS-MOV-SEEN
       END-IF.

       MOVE 'RECEIPT' TO WS-MOV-TYPE-NAME.
       IF STX-IS-ISSUE
           MOVE 'ISSUE' TO WS-MOV-TYPE-NAME
       END-IF.
       IF STX-IS-ADJUST
           MOVE 'ADJUST' TO WS-MOV-TYPE-NAME
       END-IF.
       IF STX-IS-COUNT
           MOVE 'COUNT' TO WS-MOV-TYPE-NAME
       END-IF.

       MOVE STX-QTY TO WS-INV-QTY-DISP.
       MOVE STX-BALANCE TO WS-INV-QTY-DISP-2.
       MOVE SPACES TO STOCK-MOVE-RECORD.
       STRING '  ' DELIMITED BY SIZE
              STX-DATE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-MOV-TYPE-NAME DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              STX-SIGN DELIMITED BY SIZE
              WS-INV-QTY-DISP DELIMITED BY SIZE
              '  BAL ' DELIMITED BY SIZE
              WS-INV-QTY-DISP-2 DELIMITED BY SIZE
              '  REF ' DELIMITED BY SIZE
              STX-REF DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              STX-NOTE DELIMITED BY SIZE
              INTO STOCK-MOVE-RECORD
       END-STRING.
       WRITE STOCK-MOVE-RECORD.

       MOVE STX-BALANCE TO WS-MOV-CLOSE.
       ADD 1 TO WS-MOV-LINES.
       GO TO STK-MOV-READ-LOOP.

       STK-MOV-PART-END.

       CLOSE STOCK-TXN-FILE.

       IF MOV-SEEN-NONE
           MOVE WS-INV-ON-HAND(WS-V) TO WS-MOV-OPEN
       END-IF.
       IF NOT MOV-SEEN-IN
           MOVE WS-MOV-OPEN TO WS-MOV-CLOSE
           PERFORM STK-MOV-WRITE-OPEN THRU STK-MOV-WRITE-OPEN-DONE
       END-IF.

       MOVE WS-MOV-CLOSE TO WS-MOV-BAL-DISP.
       MOVE WS-MOV-LINES TO WS-INV-QTY-DISP.
       MOVE SPACES TO STOCK-MOVE-RECORD.
       STRING '  CLOSING BALANCE ' DELIMITED BY SIZE
              WS-MOV-BAL-DISP DELIMITED BY SIZE
              '   POSTINGS ' DELIMITED BY SIZE
              WS-INV-QTY-DISP DELIMITED BY SIZE
              INTO STOCK-MOVE-RECORD
       END-STRING.
       WRITE STOCK-MOVE-RECORD.

       ADD 1 TO WS-MOV-PARTS.
       ADD 1 TO WS-V.
       GO TO STK-MOV-PART-LOOP.

       STK-MOV-SUMMARY.

       MOVE SPACES TO STOCK-MOVE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO STOCK-MOVE-RECORD
       END-STRING.
       WRITE STOCK-MOVE-RECORD.

       MOVE WS-MOV-PARTS TO WS-WO-CNT-DISP.
       MOVE SPACES TO STOCK-MOVE-RECORD.
       STRING 'PARTS REPORTED: ' DELIMITED BY SIZE
              WS-WO-CNT-DISP DELIMITED BY SIZE
              INTO STOCK-MOVE-RECORD
       END-STRING.
       WRITE STOCK-MOVE-RECORD.

       STK-MOV-CLOSE.

       CLOSE STOCK-MOVE-FILE.

       DISPLAY 'Movement report written to STOCKMOV.TXT.'.
       DISPLAY ' '.
       GO TO STOCK-LEDGER-DRIVER.

      ******************************************************************
      * Opening balance from the ledger record just read: its balance
      * with its own movement backed out.
      ******************************************************************

       STK-MOV-BACK-OUT.

       IF STX-SIGN = '-'
           COMPUTE WS-MOV-OPEN = STX-BALANCE + STX-QTY
       ELSE
           COMPUTE WS-MOV-OPEN = STX-BALANCE - STX-QTY
       END-IF.

       STK-MOV-BACK-OUT-DONE.

       STK-MOV-WRITE-OPEN.

       MOVE SPACES TO STOCK-MOVE-RECORD.
       WRITE STOCK-MOVE-RECORD.

       MOVE WS-INV-ON-HAND(WS-V) TO WS-INV-QTY-DISP.
       MOVE WS-INV-REORDER(WS-V) TO WS-INV-QTY-DISP-2.
       MOVE SPACES TO STOCK-MOVE-RECORD.
       STRING 'PART ' DELIMITED BY SIZE
              WS-INV-PART(WS-V) DELIMITED BY SIZE
              '  ON HAND ' DELIMITED BY SIZE
              WS-INV-QTY-DISP DELIMITED BY SIZE
              '  REORDER AT ' DELIMITED BY SIZE
              WS-INV-QTY-DISP-2 DELIMITED BY SIZE
              INTO STOCK-MOVE-RECORD
       END-STRING.
       WRITE STOCK-MOVE-RECORD.

       MOVE WS-MOV-OPEN TO WS-MOV-BAL-DISP-2.
       MOVE SPACES TO STOCK-MOVE-RECORD.
       STRING '  OPENING BALANCE ' DELIMITED BY SIZE
              WS-MOV-BAL-DISP-2 DELIMITED BY SIZE
              INTO STOCK-MOVE-RECORD
       END-STRING.
       WRITE STOCK-MOVE-RECORD.

       STK-MOV-WRITE-OPEN-DONE.

      ******************************************************************
      * Purchasing (run mode 11): raise purchase orders from the last
      * batch's shortages and the reorder points, receive deliveries
      * against PO lines into stock, and report what is still due in.
      ******************************************************************

       PURCHASING-DRIVER.

       DISPLAY '******************************************************'.
       DISPLAY '*** PURCHASING ***************************************'.
       DISPLAY '******************************************************'.
       DISPLAY ' '.
       DISPLAY '1) Raise purchase orders (SHORTAGE.TXT and reorder).'.
       DISPLAY '2) Receive a delivery against a purchase order.'.
       DISPLAY '3) Open purchase order report.'.
       DISPLAY '4) List suppliers and part costs.'.
       DISPLAY '5) Return to the main menu.'.
       DISPLAY ' '.

       MOVE 0 TO WS-RETRY-COUNT.

       SELECT-PUR-CHOICE.

       DISPLAY 'Enter number: ' WITH NO ADVANCING.
       ACCEPT WS-PUR-CHOICE.
       DISPLAY ' '.

       IF PUR-RETURN
           GO TO START-CALCULATOR
       END-IF.
       IF PUR-RAISE
           GO TO PUR-RAISE-ORDERS
       END-IF.
       IF PUR-RECEIVE
           GO TO PUR-RECEIVE-ENTRY
       END-IF.
       IF PUR-OPEN-REPORT
           GO TO PUR-OPEN-PO-REPORT
       END-IF.
       IF PUR-LIST
           GO TO PUR-LIST-SUPPLIERS
       END-IF.

       ADD 1 TO WS-RETRY-COUNT.
       IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
           MOVE 'PURCHOICE' TO WS-ERROR-FIELD
           MOVE WS-PUR-CHOICE TO WS-ERROR-VALUE
           PERFORM WRITE-ERROR-LOG
           DISPLAY 'ERROR: Too many tries. Entry abandoned.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.
       DISPLAY 'ERROR: Please enter a valid number.'.
       DISPLAY ' '.
       GO TO SELECT-PUR-CHOICE.

      ******************************************************************
      * Purchasing run. Builds the requirement list in WS-POREQ-TABLE
      * from the REQD column of each SHORTAGE.TXT part line, then
      * turns it into an order quantity: requirement plus reorder
      * point, less what is on hand now and what is still due in on
      * open PO lines. A part's REQD counts once per SHORTAGE.TXT:
      * SHORTORD.DAT records, against the report's run stamp, every
      * part the run ordered or found already covered, and a later
      * run against the same report orders those parts to their
      * reorder points only -- by then the jobs may have drawn the
      * goods back out of stock. A part left unordered (no supplier,
      * or PURCHORD.DAT full) keeps its REQD for the next run. Each
      * part is priced at its cheapest supplier; one PO is raised per
      * supplier, continued on a new PO number after 99 lines.
      ******************************************************************

       PUR-RAISE-ORDERS.

       MOVE 0 TO WS-POREQ-COUNT.
       MOVE SPACES TO WS-SHO-STAMP.
       MOVE 0 TO WS-SHO-COUNT.
       MOVE 0 TO WS-SHO-SKIPPED.

       OPEN INPUT SHORTAGE-FILE.
       IF WS-SHORT-STATUS NOT = '00'
           DISPLAY 'No SHORTAGE.TXT -- ordering to reorder points'
               ' only.'
           DISPLAY ' '
           GO TO PUR-REORDER-SCAN
       END-IF.

       READ SHORTAGE-FILE
           AT END GO TO PUR-SHORT-READ-DONE
       END-READ.
       MOVE SHORTAGE-RECORD TO WS-SHORT-LINE.
       IF WS-SHH-TITLE = 'PURCHASE SHORTAGE REPORT  RUN: '
           MOVE WS-SHH-STAMP TO WS-SHO-STAMP
       END-IF.
       PERFORM PUR-LOAD-SHORT-ORDERED THRU PUR-LOAD-SHORT-ORDERED-DONE.
       GO TO PUR-SHORT-LINE.

       PUR-SHORT-READ-LOOP.

       READ SHORTAGE-FILE
           AT END GO TO PUR-SHORT-READ-DONE
       END-READ.

       PUR-SHORT-LINE.

      * Only part lines carry a catalog part number in columns 1-10;
      * the headings, rules, trailer and the list of cameras with no
      * compatible lens fall through here.
       MOVE SHORTAGE-RECORD TO WS-SHORT-LINE.
       MOVE WS-SHL-PART TO WS-LENS-LOOKUP-PART.
       PERFORM FIND-LENS-BY-PART THRU FIND-LENS-BY-PART-DONE.
       IF NOT LENS-PART-FOUND
           GO TO PUR-SHORT-READ-LOOP
       END-IF.
       IF FUNCTION TEST-NUMVAL(WS-SHL-REQD) NOT = 0
           GO TO PUR-SHORT-READ-LOOP
       END-IF.

       COMPUTE WS-PUR-QTY = FUNCTION NUMVAL(WS-SHL-REQD).

       MOVE WS-SHL-PART TO WS-POREQ-LOOKUP-PART.
       PERFORM FIND-SHORT-ORDERED THRU FIND-SHORT-ORDERED-DONE.
       IF SHO-PART-DONE
           ADD 1 TO WS-SHO-SKIPPED
           GO TO PUR-SHORT-READ-LOOP
       END-IF.
       PERFORM FIND-PO-REQ THRU FIND-PO-REQ-DONE.
       IF NOT POREQ-FOUND
           GO TO PUR-SHORT-READ-LOOP
       END-IF.
       ADD WS-PUR-QTY TO WS-POREQ-QTY(WS-PR)
           ON SIZE ERROR MOVE 99999 TO WS-POREQ-QTY(WS-PR)
       END-ADD.
       MOVE 'Y' TO WS-POREQ-SHORT(WS-PR).
       GO TO PUR-SHORT-READ-LOOP.

       PUR-SHORT-READ-DONE.

       CLOSE SHORTAGE-FILE.

       IF WS-SHO-SKIPPED > 0
           MOVE WS-SHO-SKIPPED TO WS-WO-CNT-DISP
           DISPLAY WS-WO-CNT-DISP ' SHORTAGE.TXT part(s) of run '
               WS-SHO-STAMP ' already ordered --'
           DISPLAY '    ordering those to their reorder points only.'
           DISPLAY ' '
       END-IF.

       PUR-REORDER-SCAN.

       MOVE 1 TO WS-V.

       PUR-REORDER-LOOP.

       IF WS-V > WS-INV-COUNT
           GO TO PUR-NET-REQS
       END-IF.

       MOVE WS-INV-PART(WS-V) TO WS-POREQ-LOOKUP-PART.
       PERFORM FIND-PO-REQ THRU FIND-PO-REQ-DONE.
       IF NOT POREQ-FOUND
           GO TO PUR-REORDER-NEXT
       END-IF.

       COMPUTE WS-PUR-NEED = WS-POREQ-QTY(WS-PR)
               + WS-INV-REORDER(WS-V) - WS-INV-ON-HAND(WS-V).
       IF WS-PUR-NEED > 99999
           MOVE 99999 TO WS-PUR-NEED
       END-IF.
       IF WS-PUR-NEED > 0
           MOVE WS-PUR-NEED TO WS-POREQ-QTY(WS-PR)
       ELSE
           MOVE 0 TO WS-POREQ-QTY(WS-PR)
       END-IF.

       PUR-REORDER-NEXT.

       ADD 1 TO WS-V.
       GO TO PUR-REORDER-LOOP.

      * Net off what is already on order and pick each part's
      * supplier. A requirement left at zero is simply skipped.
       PUR-NET-REQS.

       MOVE 0 TO WS-PUR-NOSUP.
       MOVE 1 TO WS-PR.

       PUR-NET-LOOP.

       IF WS-PR > WS-POREQ-COUNT
           GO TO PUR-WRITE-ORDERS
       END-IF.

       IF WS-POREQ-QTY(WS-PR) = 0
           GO TO PUR-NET-NEXT
       END-IF.

       PERFORM PO-ON-ORDER THRU PO-ON-ORDER-DONE.
       IF WS-PO-ON-ORDER >= WS-POREQ-QTY(WS-PR)
           MOVE 0 TO WS-POREQ-QTY(WS-PR)
           GO TO PUR-NET-NEXT
       END-IF.
       SUBTRACT WS-PO-ON-ORDER FROM WS-POREQ-QTY(WS-PR).

       PERFORM FIND-PART-SUPPLIER THRU FIND-PART-SUPPLIER-DONE.
       IF WS-POREQ-SUP(WS-PR) = 0
           ADD 1 TO WS-PUR-NOSUP
           GO TO PUR-NET-NEXT
       END-IF.
       IF WS-POREQ-QTY(WS-PR) < WS-PUR-MIN-QTY
           MOVE WS-PUR-MIN-QTY TO WS-POREQ-QTY(WS-PR)
       END-IF.

       PUR-NET-NEXT.

       ADD 1 TO WS-PR.
       GO TO PUR-NET-LOOP.

       PUR-WRITE-ORDERS.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.

       OPEN OUTPUT PO-PRINT-FILE.

       MOVE 0 TO WS-PO-CREATED.
       MOVE 'N' TO WS-PUR-FULL.
       MOVE 1 TO WS-SU.

       PUR-SUPPLIER-LOOP.

       IF WS-SU > WS-SUP-COUNT OR PUR-PO-FILE-FULL
           GO TO PUR-NO-SUPPLIER
       END-IF.

       MOVE 0 TO WS-PO-LINES-MADE.
       MOVE 0 TO WS-PO-TOTAL.
       MOVE 1 TO WS-PR.

       PUR-LINE-LOOP.

       IF WS-PR > WS-POREQ-COUNT
           GO TO PUR-SUPPLIER-END
       END-IF.

       IF WS-POREQ-QTY(WS-PR) = 0 OR WS-POREQ-SUP(WS-PR) NOT = WS-SU
           GO TO PUR-LINE-NEXT
       END-IF.

       IF WS-PO-COUNT >= 500
           DISPLAY 'ERROR: PURCHORD.DAT is full (500 lines).'
           DISPLAY ' '
           MOVE 'Y' TO WS-PUR-FULL
           GO TO PUR-SUPPLIER-END
       END-IF.

      * A PO holds 99 lines; the supplier's next part starts another.
       IF WS-PO-LINES-MADE >= 99
           PERFORM PUR-END-ORDER THRU PUR-END-ORDER-DONE
           MOVE 0 TO WS-PO-LINES-MADE
           MOVE 0 TO WS-PO-TOTAL
       END-IF.
       IF WS-PO-LINES-MADE = 0
           PERFORM PUR-START-ORDER THRU PUR-START-ORDER-DONE
       END-IF.

       ADD 1 TO WS-PO-LINES-MADE.
       ADD 1 TO WS-PO-COUNT.
       MOVE WS-PO-COUNT TO WS-PL.
       MOVE WS-PO-NEXT-NUM TO WS-PO-NUMBER(WS-PL).
       MOVE WS-PO-LINES-MADE TO WS-PO-LINE(WS-PL).
       MOVE WS-SUP-CODE(WS-SU) TO WS-PO-SUPPLIER(WS-PL).
       MOVE WS-POREQ-PART(WS-PR) TO WS-PO-PART(WS-PL).
       MOVE WS-POREQ-QTY(WS-PR) TO WS-PO-QTY(WS-PL).
       MOVE WS-POREQ-COST(WS-PR) TO WS-PO-COST(WS-PL).
       MOVE WS-TODAY-X10 TO WS-PO-ORDERED(WS-PL).
       MOVE WS-PO-EXPECT-DATE TO WS-PO-EXPECTED(WS-PL).
       MOVE 0 TO WS-PO-RECEIVED(WS-PL).
       MOVE 'O' TO WS-PO-STATUS-B(WS-PL).
       MOVE SPACE TO WS-PO-FLAG(WS-PL).

       COMPUTE WS-PO-EXT = WS-PO-QTY(WS-PL) * WS-PO-COST(WS-PL)
           ON SIZE ERROR MOVE 9999999.99 TO WS-PO-EXT
       END-COMPUTE.
       ADD WS-PO-EXT TO WS-PO-TOTAL.

       MOVE WS-PO-PART(WS-PL) TO WS-LENS-LOOKUP-PART.
       PERFORM FIND-LENS-BY-PART THRU FIND-LENS-BY-PART-DONE.
       MOVE WS-PO-LINES-MADE TO WS-WO-CNT-DISP.
       MOVE WS-PO-QTY(WS-PL) TO WS-INV-QTY-DISP.
       MOVE WS-PO-COST(WS-PL) TO WS-PO-COST-DISP.
       MOVE WS-PO-EXT TO WS-PO-AMT-DISP.
       MOVE SPACES TO PO-PRINT-RECORD.
       IF LENS-PART-FOUND
           STRING WS-WO-CNT-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-PO-PART(WS-PL) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-LENS-DESC(WS-L) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-INV-QTY-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PO-COST-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PO-AMT-DISP DELIMITED BY SIZE
                  INTO PO-PRINT-RECORD
           END-STRING
       ELSE
           STRING WS-WO-CNT-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-PO-PART(WS-PL) DELIMITED BY SIZE
                  '                           ' DELIMITED BY SIZE
                  WS-INV-QTY-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PO-COST-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PO-AMT-DISP DELIMITED BY SIZE
                  INTO PO-PRINT-RECORD
           END-STRING
       END-IF.
       WRITE PO-PRINT-RECORD.

       MOVE 0 TO WS-POREQ-QTY(WS-PR).

       PUR-LINE-NEXT.

       ADD 1 TO WS-PR.
       GO TO PUR-LINE-LOOP.

       PUR-SUPPLIER-END.

       IF WS-PO-LINES-MADE > 0
           PERFORM PUR-END-ORDER THRU PUR-END-ORDER-DONE
       END-IF.

       ADD 1 TO WS-SU.
       GO TO PUR-SUPPLIER-LOOP.

      * Parts nobody on SUPPCOST.DAT sells us are listed, not ordered.
       PUR-NO-SUPPLIER.

       IF WS-PUR-NOSUP = 0
           GO TO PUR-NOT-ORDERED
       END-IF.

       MOVE SPACES TO PO-PRINT-RECORD.
       STRING 'NOT ORDERED -- NO SUPPLIER COST ON SUPPCOST.DAT:'
              DELIMITED BY SIZE
              INTO PO-PRINT-RECORD
       END-STRING.
       WRITE PO-PRINT-RECORD.

       MOVE 1 TO WS-PR.

       PUR-NO-SUPPLIER-LOOP.

       IF WS-PR > WS-POREQ-COUNT
           GO TO PUR-NOT-ORDERED
       END-IF.

       IF WS-POREQ-QTY(WS-PR) > 0 AND WS-POREQ-SUP(WS-PR) = 0
           MOVE WS-POREQ-QTY(WS-PR) TO WS-INV-QTY-DISP
           MOVE SPACES TO PO-PRINT-RECORD
           STRING '  ' DELIMITED BY SIZE
                  WS-POREQ-PART(WS-PR) DELIMITED BY SIZE
                  '  QTY ' DELIMITED BY SIZE
                  WS-INV-QTY-DISP DELIMITED BY SIZE
                  INTO PO-PRINT-RECORD
           END-STRING
           WRITE PO-PRINT-RECORD
       END-IF.

       ADD 1 TO WS-PR.
       GO TO PUR-NO-SUPPLIER-LOOP.

      * Parts a supplier does sell us but that could not be ordered
      * because PURCHORD.DAT filled up are listed the same way.
       PUR-NOT-ORDERED.

       MOVE 0 TO WS-PUR-UNORDERED.
       IF NOT PUR-PO-FILE-FULL
           GO TO PUR-RAISE-CLOSE
       END-IF.

       MOVE SPACES TO PO-PRINT-RECORD.
       STRING 'NOT ORDERED -- PURCHORD.DAT FULL (500 LINES):'
              DELIMITED BY SIZE
              INTO PO-PRINT-RECORD
       END-STRING.
       WRITE PO-PRINT-RECORD.

       MOVE 1 TO WS-PR.

       PUR-NOT-ORDERED-LOOP.

       IF WS-PR > WS-POREQ-COUNT
           GO TO PUR-RAISE-CLOSE
       END-IF.

       IF WS-POREQ-QTY(WS-PR) > 0 AND WS-POREQ-SUP(WS-PR) NOT = 0
           ADD 1 TO WS-PUR-UNORDERED
           MOVE WS-POREQ-QTY(WS-PR) TO WS-INV-QTY-DISP
           MOVE SPACES TO PO-PRINT-RECORD
           STRING '  ' DELIMITED BY SIZE
                  WS-POREQ-PART(WS-PR) DELIMITED BY SIZE
                  '  QTY ' DELIMITED BY SIZE
                  WS-INV-QTY-DISP DELIMITED BY SIZE
                  '  SUPPLIER ' DELIMITED BY SIZE
                  WS-SUP-CODE(WS-POREQ-SUP(WS-PR)) DELIMITED BY SIZE
                  INTO PO-PRINT-RECORD
           END-STRING
           WRITE PO-PRINT-RECORD
       END-IF.

       ADD 1 TO WS-PR.
       GO TO PUR-NOT-ORDERED-LOOP.

       PUR-RAISE-CLOSE.

       IF WS-PO-CREATED = 0 AND WS-PUR-NOSUP = 0
           AND WS-PUR-UNORDERED = 0
           MOVE SPACES TO PO-PRINT-RECORD
           STRING 'NO PARTS NEED ORDERING.' DELIMITED BY SIZE
                  INTO PO-PRINT-RECORD
           END-STRING
           WRITE PO-PRINT-RECORD
       END-IF.

       CLOSE PO-PRINT-FILE.

       IF WS-PO-CREATED > 0
           PERFORM SAVE-PO-TABLE THRU SAVE-PO-TABLE-DONE
       END-IF.

       MOVE WS-PO-CREATED TO WS-WO-CNT-DISP.
       DISPLAY WS-WO-CNT-DISP ' purchase order(s) raised -- see'
           ' POPRINT.TXT.'.
       IF WS-PUR-NOSUP > 0
           MOVE WS-PUR-NOSUP TO WS-WO-CNT-DISP
           DISPLAY 'WARNING: ' WS-WO-CNT-DISP ' part(s) have no'
               ' supplier cost and were not ordered.'
       END-IF.
       IF WS-PUR-UNORDERED > 0
           MOVE WS-PUR-UNORDERED TO WS-WO-CNT-DISP
           DISPLAY 'WARNING: ' WS-WO-CNT-DISP ' part(s) were not'
               ' ordered -- PURCHORD.DAT is full.'
       END-IF.
       DISPLAY ' '.

       IF WS-SHO-STAMP NOT = SPACES
           PERFORM PUR-SAVE-SHORT-ORDERED
               THRU PUR-SAVE-SHORT-ORDERED-DONE
       END-IF.
       GO TO PURCHASING-DRIVER.

      ******************************************************************
      * Prints the ORDER TOTAL line that closes the PO being written.
      ******************************************************************

       PUR-END-ORDER.

       MOVE WS-PO-TOTAL TO WS-QUO-AMT-DISP.
       MOVE SPACES TO PO-PRINT-RECORD.
       STRING '                                          '
              DELIMITED BY SIZE
              'ORDER TOTAL     ' DELIMITED BY SIZE
              WS-QUO-AMT-DISP DELIMITED BY SIZE
              INTO PO-PRINT-RECORD
       END-STRING.
       WRITE PO-PRINT-RECORD.
       MOVE SPACES TO PO-PRINT-RECORD.
       WRITE PO-PRINT-RECORD.

       PUR-END-ORDER-DONE.

      ******************************************************************
      * Loads from SHORTORD.DAT the parts already dealt with for the
      * SHORTAGE.TXT run WS-SHO-STAMP; lines for any other run are
      * left behind. OPTIONAL: no file means nothing ordered yet.
      ******************************************************************

       PUR-LOAD-SHORT-ORDERED.

       IF WS-SHO-STAMP = SPACES
           GO TO PUR-LOAD-SHORT-ORDERED-DONE
       END-IF.

       OPEN INPUT SHORT-ORDERED-FILE.
       IF NOT SHO-FILE-OK
           DISPLAY 'ERROR: Cannot open SHORTORD.DAT (status '
               WS-SHO-STATUS ').'
           DISPLAY ' '
           GO TO PUR-LOAD-SHORT-ORDERED-DONE
       END-IF.

       PUR-LOAD-SHORT-ORDERED-LOOP.

       READ SHORT-ORDERED-FILE
           AT END GO TO PUR-LOAD-SHORT-ORDERED-EOF
       END-READ.

       IF SHO-RUN NOT = WS-SHO-STAMP OR WS-SHO-COUNT >= 200
           GO TO PUR-LOAD-SHORT-ORDERED-LOOP
       END-IF.
       ADD 1 TO WS-SHO-COUNT.
       MOVE SHO-PART TO WS-SHO-PART(WS-SHO-COUNT).
       GO TO PUR-LOAD-SHORT-ORDERED-LOOP.

       PUR-LOAD-SHORT-ORDERED-EOF.

       CLOSE SHORT-ORDERED-FILE.

       PUR-LOAD-SHORT-ORDERED-DONE.

      ******************************************************************
      * Sets SHO-PART-DONE when WS-POREQ-LOOKUP-PART's REQD on this
      * SHORTAGE.TXT has already been dealt with by an earlier run.
      ******************************************************************

       FIND-SHORT-ORDERED.

       MOVE 'N' TO WS-SHO-FOUND.
       MOVE 1 TO WS-SHO-X.

       FIND-SHORT-ORDERED-LOOP.

       IF WS-SHO-X > WS-SHO-COUNT
           GO TO FIND-SHORT-ORDERED-DONE
       END-IF.

       IF WS-SHO-PART(WS-SHO-X) = WS-POREQ-LOOKUP-PART
           MOVE 'Y' TO WS-SHO-FOUND
           GO TO FIND-SHORT-ORDERED-DONE
       END-IF.

       ADD 1 TO WS-SHO-X.
       GO TO FIND-SHORT-ORDERED-LOOP.

       FIND-SHORT-ORDERED-DONE.

      ******************************************************************
      * Rewrites SHORTORD.DAT for the SHORTAGE.TXT run WS-SHO-STAMP:
      * the parts earlier runs dealt with, plus every part whose REQD
      * this run took in and either ordered or found already covered
      * (its requirement is back to zero). A part still holding a
      * quantity was not ordered and keeps its REQD for next time.
      ******************************************************************

       PUR-SAVE-SHORT-ORDERED.

       MOVE 1 TO WS-PR.

       PUR-SAVE-SHORT-ORDERED-ADD.

       IF WS-PR > WS-POREQ-COUNT
           GO TO PUR-SAVE-SHORT-ORDERED-WRITE
       END-IF.

       IF POREQ-FROM-SHORTAGE(WS-PR) AND WS-POREQ-QTY(WS-PR) = 0
           AND WS-SHO-COUNT < 200
           ADD 1 TO WS-SHO-COUNT
           MOVE WS-POREQ-PART(WS-PR) TO WS-SHO-PART(WS-SHO-COUNT)
       END-IF.

       ADD 1 TO WS-PR.
       GO TO PUR-SAVE-SHORT-ORDERED-ADD.

       PUR-SAVE-SHORT-ORDERED-WRITE.

       OPEN OUTPUT SHORT-ORDERED-FILE.
       IF NOT SHO-FILE-OK
           DISPLAY 'ERROR: Cannot rewrite SHORTORD.DAT (status '
               WS-SHO-STATUS ').'
           DISPLAY ' '
           GO TO PUR-SAVE-SHORT-ORDERED-DONE
       END-IF.

       MOVE 1 TO WS-SHO-X.

       PUR-SAVE-SHORT-ORDERED-LOOP.

       IF WS-SHO-X > WS-SHO-COUNT
           GO TO PUR-SAVE-SHORT-ORDERED-EOF
       END-IF.

       MOVE WS-SHO-STAMP TO SHO-RUN.
       MOVE WS-SHO-PART(WS-SHO-X) TO SHO-PART.
       WRITE SHORT-ORDERED-RECORD.

       ADD 1 TO WS-SHO-X.
       GO TO PUR-SAVE-SHORT-ORDERED-LOOP.

       PUR-SAVE-SHORT-ORDERED-EOF.

       CLOSE SHORT-ORDERED-FILE.

       PUR-SAVE-SHORT-ORDERED-DONE.

      ******************************************************************
      * Opens a new PO for supplier WS-SU: takes the next PO number,
      * works out the expected date from the supplier's lead time and
      * prints the order heading to POPRINT.TXT.
      ******************************************************************

       PUR-START-ORDER.

       PERFORM NEXT-PO-NUMBER THRU NEXT-PO-NUMBER-DONE.
       ADD 1 TO WS-PO-CREATED.

       MOVE WS-TODAY-X10 TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       ADD WS-SUP-LEAD-DAYS(WS-SU) TO WS-DATE-INT.
       PERFORM CONVERT-INT-TO-DATE THRU CONVERT-INT-TO-DATE-DONE.
       MOVE WS-DATE-X10 TO WS-PO-EXPECT-DATE.

       MOVE WS-PO-NEXT-NUM TO WS-PO-NUM-DISP.
       MOVE SPACES TO PO-PRINT-RECORD.
       STRING 'PURCHASE ORDER ' DELIMITED BY SIZE
              WS-PO-NUM-DISP DELIMITED BY SIZE
              INTO PO-PRINT-RECORD
       END-STRING.
       WRITE PO-PRINT-RECORD.

       MOVE SPACES TO PO-PRINT-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO PO-PRINT-RECORD
       END-STRING.
       WRITE PO-PRINT-RECORD.

       MOVE SPACES TO PO-PRINT-RECORD.
       STRING 'SUPPLIER: ' DELIMITED BY SIZE
              WS-SUP-CODE(WS-SU) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-SUP-NAME(WS-SU) DELIMITED BY SIZE
              INTO PO-PRINT-RECORD
       END-STRING.
       WRITE PO-PRINT-RECORD.

       MOVE SPACES TO PO-PRINT-RECORD.
       STRING 'ORDER DATE: ' DELIMITED BY SIZE
              WS-TODAY-X10 DELIMITED BY SIZE
              '  DELIVER BY: ' DELIMITED BY SIZE
              WS-PO-EXPECT-DATE DELIMITED BY SIZE
              INTO PO-PRINT-RECORD
       END-STRING.
       WRITE PO-PRINT-RECORD.

       MOVE SPACES TO PO-PRINT-RECORD.
       WRITE PO-PRINT-RECORD.

       MOVE SPACES TO PO-PRINT-RECORD.
       STRING ' LN  PART NO.    DESCRIPTION                   QTY'
              DELIMITED BY SIZE
              ' UNIT COST     EXTENDED' DELIMITED BY SIZE
              INTO PO-PRINT-RECORD
       END-STRING.
       WRITE PO-PRINT-RECORD.

       PUR-START-ORDER-DONE.

      ******************************************************************
      * Receiving: key the PO number, then each line delivered and
      * the quantity on the delivery note. Every receipt is posted
      * into stock through the stock ledger (type R, reference the PO
      * number). Less than the balance due is a short delivery -- the
      * line stays open for the rest unless it is closed short; more
      * than the balance is an over delivery, taken into stock and
      * the line closed.
      ******************************************************************

       PUR-RECEIVE-ENTRY.

       DISPLAY 'Enter purchase order number: ' WITH NO ADVANCING.
       ACCEPT WS-PO-LOOKUP-NUM.
       DISPLAY ' '.

       IF WS-PO-LOOKUP-NUM IS NOT NUMERIC OR WS-PO-LOOKUP-NUM = 0
           DISPLAY 'ERROR: PO number must be numeric.'
           DISPLAY ' '
           GO TO PURCHASING-DRIVER
       END-IF.

       MOVE 0 TO WS-PO-OPEN-COUNT.
       MOVE 'N' TO WS-PO-FOUND.
       MOVE 1 TO WS-PL.

       PUR-RECEIVE-LIST-LOOP.

       IF WS-PL > WS-PO-COUNT
           GO TO PUR-RECEIVE-LIST-DONE
       END-IF.

       IF WS-PO-NUMBER(WS-PL) = WS-PO-LOOKUP-NUM
           MOVE 'Y' TO WS-PO-FOUND
           IF PO-LINE-OPEN(WS-PL)
               ADD 1 TO WS-PO-OPEN-COUNT
               COMPUTE WS-PO-DUE-QTY =
                       WS-PO-QTY(WS-PL) - WS-PO-RECEIVED(WS-PL)
               MOVE WS-PO-LINE(WS-PL) TO WS-WO-CNT-DISP
               MOVE WS-PO-QTY(WS-PL) TO WS-INV-QTY-DISP
               MOVE WS-PO-RECEIVED(WS-PL) TO WS-INV-QTY-DISP-2
               MOVE WS-PO-DUE-QTY TO WS-INV-QTY-DISP-3
               DISPLAY 'LINE ' WS-WO-CNT-DISP '  '
                   WS-PO-PART(WS-PL) '  ORDERED ' WS-INV-QTY-DISP
                   '  RECEIVED ' WS-INV-QTY-DISP-2
                   '  DUE ' WS-INV-QTY-DISP-3
           END-IF
       END-IF.

       ADD 1 TO WS-PL.
       GO TO PUR-RECEIVE-LIST-LOOP.

       PUR-RECEIVE-LIST-DONE.

       DISPLAY ' '.
       IF NOT PO-LINE-FOUND
           DISPLAY 'ERROR: PO not found in PURCHORD.DAT.'
           DISPLAY ' '
           GO TO PURCHASING-DRIVER
       END-IF.
       IF WS-PO-OPEN-COUNT = 0
           DISPLAY 'PO is fully received -- nothing is due.'
           DISPLAY ' '
           GO TO PURCHASING-DRIVER
       END-IF.

       PUR-RECEIVE-LINE.

       DISPLAY 'Enter line received (0 to finish): '
           WITH NO ADVANCING.
       ACCEPT WS-PO-LOOKUP-LINE.
       DISPLAY ' '.

       IF WS-PO-LOOKUP-LINE IS NOT NUMERIC
           DISPLAY 'ERROR: Line must be numeric.'
           DISPLAY ' '
           GO TO PUR-RECEIVE-LINE
       END-IF.
       IF WS-PO-LOOKUP-LINE = 0
           GO TO PURCHASING-DRIVER
       END-IF.

       PERFORM FIND-PO-LINE THRU FIND-PO-LINE-DONE.
       IF NOT PO-LINE-FOUND
           DISPLAY 'ERROR: No such line on this PO.'
           DISPLAY ' '
           GO TO PUR-RECEIVE-LINE
       END-IF.
       IF NOT PO-LINE-OPEN(WS-PL)
           DISPLAY 'ERROR: That line is already closed.'
           DISPLAY ' '
           GO TO PUR-RECEIVE-LINE
       END-IF.

       DISPLAY 'Enter quantity received: ' WITH NO ADVANCING.
       ACCEPT WS-PO-RECV-QTY.
       DISPLAY ' '.

       IF WS-PO-RECV-QTY IS NOT NUMERIC OR WS-PO-RECV-QTY = 0
           DISPLAY 'ERROR: Quantity must be greater than zero.'
           DISPLAY ' '
           GO TO PUR-RECEIVE-LINE
       END-IF.

       COMPUTE WS-PO-DUE-QTY =
               WS-PO-QTY(WS-PL) - WS-PO-RECEIVED(WS-PL).

       MOVE 'R' TO WS-STX-TYPE-IN.
       MOVE WS-PO-PART(WS-PL) TO WS-STX-PART-IN.
       MOVE WS-PO-RECV-QTY TO WS-STX-QTY-IN.
       MOVE WS-PO-NUMBER(WS-PL) TO WS-PO-NUM-DISP.
       MOVE SPACES TO WS-STX-REF-IN.
       STRING 'PO' DELIMITED BY SIZE
              WS-PO-NUM-DISP DELIMITED BY SIZE
              INTO WS-STX-REF-IN
       END-STRING.
       IF WS-PO-RECV-QTY < WS-PO-DUE-QTY
           MOVE 'PO RECEIPT - SHORT' TO WS-STX-NOTE-IN
       ELSE
           IF WS-PO-RECV-QTY > WS-PO-DUE-QTY
               MOVE 'PO RECEIPT - OVER' TO WS-STX-NOTE-IN
           ELSE
               MOVE 'PO RECEIPT' TO WS-STX-NOTE-IN
           END-IF
       END-IF.
       MOVE SPACES TO WS-STX-DATE-IN.

      * POST-STOCK-TXN moves WS-V and WS-L; WS-PL stays on the line.
       PERFORM POST-STOCK-TXN THRU POST-STOCK-TXN-DONE.
       IF NOT STX-POSTED
           DISPLAY 'ERROR: Receipt not posted -- line unchanged.'
           DISPLAY ' '
           GO TO PUR-RECEIVE-LINE
       END-IF.

       ADD WS-PO-RECV-QTY TO WS-PO-RECEIVED(WS-PL)
           ON SIZE ERROR MOVE 99999 TO WS-PO-RECEIVED(WS-PL)
       END-ADD.

       IF WS-PO-RECV-QTY < WS-PO-DUE-QTY
           MOVE 'S' TO WS-PO-FLAG(WS-PL)
           COMPUTE WS-PO-DIFF-QTY = WS-PO-DUE-QTY - WS-PO-RECV-QTY
           MOVE WS-PO-DIFF-QTY TO WS-INV-QTY-DISP
           DISPLAY 'SHORT DELIVERY: ' WS-INV-QTY-DISP
               ' still due on this line.'
           DISPLAY 'Close the line short (Y/N)? ' WITH NO ADVANCING
           ACCEPT WS-PO-CLOSE-SHORT
           DISPLAY ' '
           IF WS-PO-CLOSE-SHORT = 'Y' OR WS-PO-CLOSE-SHORT = 'y'
               MOVE 'C' TO WS-PO-STATUS-B(WS-PL)
               DISPLAY 'Line closed short.'
           END-IF
       ELSE
           MOVE 'C' TO WS-PO-STATUS-B(WS-PL)
           IF WS-PO-RECV-QTY > WS-PO-DUE-QTY
               MOVE 'O' TO WS-PO-FLAG(WS-PL)
               COMPUTE WS-PO-DIFF-QTY =
                       WS-PO-RECV-QTY - WS-PO-DUE-QTY
               MOVE WS-PO-DIFF-QTY TO WS-INV-QTY-DISP
               DISPLAY 'OVER DELIVERY: ' WS-INV-QTY-DISP
                   ' more than was due. Line closed.'
           ELSE
               MOVE SPACE TO WS-PO-FLAG(WS-PL)
               DISPLAY 'Line received in full and closed.'
           END-IF
       END-IF.

       MOVE WS-INV-ON-HAND(WS-V) TO WS-INV-QTY-DISP.
       DISPLAY WS-STX-PART-IN ' on hand now ' WS-INV-QTY-DISP '.'.
       DISPLAY ' '.

       PERFORM SAVE-PO-TABLE THRU SAVE-PO-TABLE-DONE.
       GO TO PUR-RECEIVE-LINE.

      ******************************************************************
      * Open purchase order report to OPENPO.TXT: every open PO line
      * with the quantity still due, its value at our cost and the
      * expected delivery date. Lines past their date are flagged
      * LATE; lines with part of the order in are flagged PART RECD.
      ******************************************************************

       PUR-OPEN-PO-REPORT.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.

       OPEN OUTPUT OPEN-PO-FILE.

       MOVE SPACES TO OPEN-PO-RECORD.
       STRING 'OPEN PURCHASE ORDER REPORT  RUN: ' DELIMITED BY SIZE
              WS-TODAY-X10 DELIMITED BY SIZE
              INTO OPEN-PO-RECORD
       END-STRING.
       WRITE OPEN-PO-RECORD.

       MOVE SPACES TO OPEN-PO-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '----------------' DELIMITED BY SIZE
              INTO OPEN-PO-RECORD
       END-STRING.
       WRITE OPEN-PO-RECORD.

       MOVE SPACES TO OPEN-PO-RECORD.
       STRING 'PO NO. LN SUPPLIER PART NO.   ORDERED   DUE'
              DELIMITED BY SIZE
              '    VALUE DUE  EXPECTED' DELIMITED BY SIZE
              INTO OPEN-PO-RECORD
       END-STRING.
       WRITE OPEN-PO-RECORD.

       MOVE SPACES TO OPEN-PO-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '----------------' DELIMITED BY SIZE
              INTO OPEN-PO-RECORD
       END-STRING.
       WRITE OPEN-PO-RECORD.

       MOVE 0 TO WS-PO-OPEN-COUNT.
       MOVE 0 TO WS-PO-LATE-COUNT.
       MOVE 0 TO WS-PO-DUE-VALUE.
       MOVE 1 TO WS-PL.

       PUR-OPEN-PO-LOOP.

       IF WS-PL > WS-PO-COUNT
           GO TO PUR-OPEN-PO-SUMMARY
       END-IF.

       IF NOT PO-LINE-OPEN(WS-PL)
           GO TO PUR-OPEN-PO-NEXT
       END-IF.

       ADD 1 TO WS-PO-OPEN-COUNT.
       COMPUTE WS-PO-DUE-QTY =
               WS-PO-QTY(WS-PL) - WS-PO-RECEIVED(WS-PL).
       COMPUTE WS-PO-EXT = WS-PO-DUE-QTY * WS-PO-COST(WS-PL)
           ON SIZE ERROR MOVE 9999999.99 TO WS-PO-EXT
       END-COMPUTE.
       ADD WS-PO-EXT TO WS-PO-DUE-VALUE.

       MOVE SPACES TO WS-PO-FLAG-TEXT.
       IF WS-PO-EXPECTED(WS-PL) < WS-TODAY-X10
           ADD 1 TO WS-PO-LATE-COUNT
           MOVE 'LATE' TO WS-PO-FLAG-TEXT
       END-IF.
       IF WS-PO-RECEIVED(WS-PL) > 0
           IF WS-PO-FLAG-TEXT = SPACES
               MOVE 'PART RECD' TO WS-PO-FLAG-TEXT
           ELSE
               MOVE 'LATE PART' TO WS-PO-FLAG-TEXT
           END-IF
       END-IF.

       MOVE WS-PO-NUMBER(WS-PL) TO WS-PO-NUM-DISP.
       MOVE WS-PO-QTY(WS-PL) TO WS-INV-QTY-DISP.
       MOVE WS-PO-DUE-QTY TO WS-INV-QTY-DISP-2.
       MOVE WS-PO-EXT TO WS-QUO-AMT-DISP.
       MOVE SPACES TO OPEN-PO-RECORD.
       STRING WS-PO-NUM-DISP DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-PO-LINE(WS-PL) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-PO-SUPPLIER(WS-PL) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-PO-PART(WS-PL) DELIMITED BY SIZE
              '   ' DELIMITED BY SIZE
              WS-INV-QTY-DISP DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-INV-QTY-DISP-2 DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-QUO-AMT-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-PO-EXPECTED(WS-PL) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-PO-FLAG-TEXT DELIMITED BY SIZE
              INTO OPEN-PO-RECORD
       END-STRING.
       WRITE OPEN-PO-RECORD.

       PUR-OPEN-PO-NEXT.

       ADD 1 TO WS-PL.
       GO TO PUR-OPEN-PO-LOOP.

       PUR-OPEN-PO-SUMMARY.

       MOVE SPACES TO OPEN-PO-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '----------------' DELIMITED BY SIZE
              INTO OPEN-PO-RECORD
       END-STRING.
       WRITE OPEN-PO-RECORD.

       IF WS-PO-OPEN-COUNT = 0
           MOVE SPACES TO OPEN-PO-RECORD
           STRING 'NO PURCHASE ORDER LINES ARE OPEN.'
                  DELIMITED BY SIZE
                  INTO OPEN-PO-RECORD
           END-STRING
           WRITE OPEN-PO-RECORD
       ELSE
           MOVE WS-PO-OPEN-COUNT TO WS-WO-CNT-DISP
           MOVE WS-PO-DUE-VALUE TO WS-QUO-AMT-DISP
           MOVE SPACES TO OPEN-PO-RECORD
           STRING 'OPEN LINES: ' DELIMITED BY SIZE
                  WS-WO-CNT-DISP DELIMITED BY SIZE
                  '  VALUE STILL DUE: ' DELIMITED BY SIZE
                  WS-QUO-AMT-DISP DELIMITED BY SIZE
                  INTO OPEN-PO-RECORD
           END-STRING
           WRITE OPEN-PO-RECORD
           MOVE WS-PO-LATE-COUNT TO WS-WO-CNT-DISP
           MOVE SPACES TO OPEN-PO-RECORD
           STRING 'LATE LINES: ' DELIMITED BY SIZE
                  WS-WO-CNT-DISP DELIMITED BY SIZE
                  INTO OPEN-PO-RECORD
           END-STRING
           WRITE OPEN-PO-RECORD
       END-IF.

       CLOSE OPEN-PO-FILE.

       MOVE WS-PO-OPEN-COUNT TO WS-WO-CNT-DISP.
       DISPLAY 'Open PO report written to OPENPO.TXT ('
           WS-WO-CNT-DISP ' open line(s)).'.
       DISPLAY ' '.
       GO TO PURCHASING-DRIVER.

      ******************************************************************
      * Lists the supplier master and each supplier's part costs.
      ******************************************************************

       PUR-LIST-SUPPLIERS.

       IF WS-SUP-COUNT = 0
           DISPLAY 'No suppliers on SUPPLIER.DAT.'
           DISPLAY ' '
           GO TO PURCHASING-DRIVER
       END-IF.

       MOVE 1 TO WS-SU.

       PUR-LIST-SUP-LOOP.

       IF WS-SU > WS-SUP-COUNT
           DISPLAY ' '
           GO TO PURCHASING-DRIVER
       END-IF.

       MOVE WS-SUP-LEAD-DAYS(WS-SU) TO WS-WO-CNT-DISP.
       DISPLAY WS-SUP-CODE(WS-SU) '  ' WS-SUP-NAME(WS-SU)
           '  LEAD ' WS-WO-CNT-DISP ' DAYS'.

       MOVE 1 TO WS-SC.

       PUR-LIST-COST-LOOP.

       IF WS-SC > WS-SPC-COUNT
           GO TO PUR-LIST-SUP-NEXT
       END-IF.

       IF WS-SPC-SUPPLIER(WS-SC) = WS-SUP-CODE(WS-SU)
           MOVE WS-SPC-COST(WS-SC) TO WS-PO-COST-DISP
           MOVE WS-SPC-MIN-QTY(WS-SC) TO WS-INV-QTY-DISP
           DISPLAY '    ' WS-SPC-PART(WS-SC) '  COST '
               WS-PO-COST-DISP '  MIN QTY ' WS-INV-QTY-DISP
       END-IF.

       ADD 1 TO WS-SC.
       GO TO PUR-LIST-COST-LOOP.

       PUR-LIST-SUP-NEXT.

       ADD 1 TO WS-SU.
       GO TO PUR-LIST-SUP-LOOP.

      ******************************************************************
      * Finds WS-POREQ-LOOKUP-PART in the requirement table, adding
      * a zero entry for it when it is not there yet. Leaves WS-PR on
      * the entry; POREQ-FOUND is off only when the table is full.
      ******************************************************************

       FIND-PO-REQ.

       MOVE 'N' TO WS-POREQ-FOUND.
       MOVE 1 TO WS-PR.

       FIND-PO-REQ-LOOP.

       IF WS-PR > WS-POREQ-COUNT
           GO TO FIND-PO-REQ-ADD
       END-IF.

       IF WS-POREQ-PART(WS-PR) = WS-POREQ-LOOKUP-PART
           MOVE 'Y' TO WS-POREQ-FOUND
           GO TO FIND-PO-REQ-DONE
       END-IF.

       ADD 1 TO WS-PR.
       GO TO FIND-PO-REQ-LOOP.

       FIND-PO-REQ-ADD.

       IF WS-POREQ-COUNT >= 200
           DISPLAY 'WARNING: More than 200 parts to order -- '
               WS-POREQ-LOOKUP-PART ' skipped.'
           GO TO FIND-PO-REQ-DONE
       END-IF.

       ADD 1 TO WS-POREQ-COUNT.
       MOVE WS-POREQ-COUNT TO WS-PR.
       MOVE WS-POREQ-LOOKUP-PART TO WS-POREQ-PART(WS-PR).
       MOVE 0 TO WS-POREQ-QTY(WS-PR).
       MOVE 0 TO WS-POREQ-SUP(WS-PR).
       MOVE 0 TO WS-POREQ-COST(WS-PR).
       MOVE 'N' TO WS-POREQ-SHORT(WS-PR).
       MOVE 'Y' TO WS-POREQ-FOUND.

       FIND-PO-REQ-DONE.

      ******************************************************************
      * Totals in WS-PO-ON-ORDER the quantity of WS-POREQ-PART(WS-PR)
      * still due in on open PO lines.
      ******************************************************************

       PO-ON-ORDER.

       MOVE 0 TO WS-PO-ON-ORDER.
       MOVE 1 TO WS-PL.

       PO-ON-ORDER-LOOP.

       IF WS-PL > WS-PO-COUNT
           GO TO PO-ON-ORDER-DONE
       END-IF.

       IF PO-LINE-OPEN(WS-PL)
           AND WS-PO-PART(WS-PL) = WS-POREQ-PART(WS-PR)
           AND WS-PO-QTY(WS-PL) > WS-PO-RECEIVED(WS-PL)
           COMPUTE WS-PO-ON-ORDER = WS-PO-ON-ORDER
                   + WS-PO-QTY(WS-PL) - WS-PO-RECEIVED(WS-PL)
       END-IF.

       ADD 1 TO WS-PL.
       GO TO PO-ON-ORDER-LOOP.

       PO-ON-ORDER-DONE.

      ******************************************************************
      * Picks the cheapest SUPPCOST.DAT supplier for requirement WS-PR
      * (first listed wins a tie) and stores its supplier-table
      * subscript and cost on the entry, with its minimum order in
      * WS-PUR-MIN-QTY. A cost row whose supplier is not on
      * SUPPLIER.DAT is ignored. Supplier zero means nobody sells it.
      ******************************************************************

       FIND-PART-SUPPLIER.

       MOVE 0 TO WS-POREQ-SUP(WS-PR).
       MOVE 0 TO WS-POREQ-COST(WS-PR).
       MOVE 0 TO WS-PUR-MIN-QTY.
       MOVE 1 TO WS-SC.

       FIND-PART-SUPPLIER-LOOP.

       IF WS-SC > WS-SPC-COUNT
           GO TO FIND-PART-SUPPLIER-DONE
       END-IF.

       IF WS-SPC-PART(WS-SC) NOT = WS-POREQ-PART(WS-PR)
           GO TO FIND-PART-SUPPLIER-NEXT
       END-IF.
       IF WS-POREQ-SUP(WS-PR) NOT = 0
           AND WS-SPC-COST(WS-SC) NOT < WS-POREQ-COST(WS-PR)
           GO TO FIND-PART-SUPPLIER-NEXT
       END-IF.

       MOVE WS-SPC-SUPPLIER(WS-SC) TO WS-SUP-LOOKUP-CODE.
       PERFORM FIND-SUPPLIER THRU FIND-SUPPLIER-DONE.
       IF SUPPLIER-FOUND
           MOVE WS-SU TO WS-POREQ-SUP(WS-PR)
           MOVE WS-SPC-COST(WS-SC) TO WS-POREQ-COST(WS-PR)
           MOVE WS-SPC-MIN-QTY(WS-SC) TO WS-PUR-MIN-QTY
       END-IF.

       FIND-PART-SUPPLIER-NEXT.

       ADD 1 TO WS-SC.
       GO TO FIND-PART-SUPPLIER-LOOP.

       FIND-PART-SUPPLIER-DONE.

      ******************************************************************
      * Finds supplier WS-SUP-LOOKUP-CODE; leaves WS-SU on it.
      ******************************************************************

       FIND-SUPPLIER.

       MOVE 'N' TO WS-SUP-FOUND.
       MOVE 1 TO WS-SU.

       FIND-SUPPLIER-LOOP.

       IF WS-SU > WS-SUP-COUNT
           GO TO FIND-SUPPLIER-DONE
       END-IF.

       IF WS-SUP-CODE(WS-SU) = WS-SUP-LOOKUP-CODE
           MOVE 'Y' TO WS-SUP-FOUND
           GO TO FIND-SUPPLIER-DONE
       END-IF.

       ADD 1 TO WS-SU.
       GO TO FIND-SUPPLIER-LOOP.

       FIND-SUPPLIER-DONE.

      ******************************************************************
      * Finds line WS-PO-LOOKUP-LINE of PO WS-PO-LOOKUP-NUM; leaves
      * WS-PL on it.
      ******************************************************************

       FIND-PO-LINE.

       MOVE 'N' TO WS-PO-FOUND.
       MOVE 1 TO WS-PL.

       FIND-PO-LINE-LOOP.

       IF WS-PL > WS-PO-COUNT
           GO TO FIND-PO-LINE-DONE
       END-IF.

       IF WS-PO-NUMBER(WS-PL) = WS-PO-LOOKUP-NUM
           AND WS-PO-LINE(WS-PL) = WS-PO-LOOKUP-LINE
           MOVE 'Y' TO WS-PO-FOUND
           GO TO FIND-PO-LINE-DONE
       END-IF.

       ADD 1 TO WS-PL.
       GO TO FIND-PO-LINE-LOOP.

       FIND-PO-LINE-DONE.

      ******************************************************************
      * Leaves the next free PO number (highest existing number plus
      * one) in WS-PO-NEXT-NUM.
      ******************************************************************

       NEXT-PO-NUMBER.

       MOVE 0 TO WS-PO-NEXT-NUM.
       MOVE 1 TO WS-PL.

       NEXT-PO-NUMBER-LOOP.

       IF WS-PL > WS-PO-COUNT
           ADD 1 TO WS-PO-NEXT-NUM
           GO TO NEXT-PO-NUMBER-DONE
       END-IF.

       IF WS-PO-NUMBER(WS-PL) > WS-PO-NEXT-NUM
           MOVE WS-PO-NUMBER(WS-PL) TO WS-PO-NEXT-NUM
       END-IF.

       ADD 1 TO WS-PL.
       GO TO NEXT-PO-NUMBER-LOOP.

       NEXT-PO-NUMBER-DONE.

      ******************************************************************
      * Invoicing (run mode 12): bill completed work orders by site,
      * post customer payments against the invoice register, and age
      * what is still owed.
      ******************************************************************

       INVOICING-DRIVER.

       DISPLAY '******************************************************'.
       DISPLAY '*** INVOICING ****************************************'.
       DISPLAY '******************************************************'.
       DISPLAY ' '.
       DISPLAY '1) Invoice completed work orders.'.
       DISPLAY '2) Post a customer payment.'.
       DISPLAY '3) Accounts-receivable aging report.'.
       DISPLAY '4) Return to the main menu.'.
       DISPLAY ' '.

       MOVE 0 TO WS-RETRY-COUNT.

       SELECT-IVC-CHOICE.

       DISPLAY 'Enter number: ' WITH NO ADVANCING.
       ACCEPT WS-IVC-CHOICE.
       DISPLAY ' '.

       IF IVC-RETURN
           GO TO START-CALCULATOR
       END-IF.
       IF IVC-RUN
           GO TO IVC-INVOICE-RUN
       END-IF.
       IF IVC-PAYMENT
           GO TO IVC-POST-PAYMENT
       END-IF.
       IF IVC-AGING
           GO TO IVC-AR-AGING
       END-IF.

       ADD 1 TO WS-RETRY-COUNT.
       IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
           MOVE 'IVCCHOICE' TO WS-ERROR-FIELD
           MOVE WS-IVC-CHOICE TO WS-ERROR-VALUE
           PERFORM WRITE-ERROR-LOG
           DISPLAY 'ERROR: Too many tries. Entry abandoned.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.
       DISPLAY 'ERROR: Please enter a valid number.'.
       DISPLAY ' '.
       GO TO SELECT-IVC-CHOICE.

      ******************************************************************
      * Invoicing run: walks the work orders for completed orders not
      * yet invoiced. The first such order for a site opens that
      * site's invoice, which then takes every other completed,
      * unbilled order for the same site. Invoices print to
      * INVOICES.TXT and are added to the register; the orders are
      * stamped with the invoice number and WORKORD.DAT rewritten.
      ******************************************************************

       IVC-INVOICE-RUN.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.

       OPEN OUTPUT INVOICE-PRINT-FILE.

       MOVE 0 TO WS-IVC-CREATED.
       MOVE 0 TO WS-IVC-SKIPPED.
       MOVE 1 TO WS-IVC-W.

       IVC-SITE-LOOP.

       IF WS-IVC-W > WS-WO-COUNT
           GO TO IVC-RUN-END
       END-IF.

       IF NOT WO-IS-COMPLETED(WS-IVC-W)
           OR WS-WO-INVOICE(WS-IVC-W) NOT = 0
           GO TO IVC-SITE-NEXT
       END-IF.

       MOVE WS-WO-SITE(WS-IVC-W) TO WS-IVC-SITE.

      * A site already turned away earlier in this run still has its
      * orders unbilled; report it once only.
       MOVE 1 TO WS-W.

       IVC-SITE-SEEN-LOOP.

       IF WS-W >= WS-IVC-W
           GO TO IVC-SITE-CUSTOMER
       END-IF.
       IF WS-WO-SITE(WS-W) = WS-IVC-SITE
           AND WO-IS-COMPLETED(WS-W)
           AND WS-WO-INVOICE(WS-W) = 0
           GO TO IVC-SITE-NEXT
       END-IF.
       ADD 1 TO WS-W.
       GO TO IVC-SITE-SEEN-LOOP.

       IVC-SITE-CUSTOMER.

       MOVE WS-IVC-SITE TO WS-SM-LOOKUP-NAME.
       PERFORM FIND-SITE-BY-NAME THRU FIND-SITE-BY-NAME-DONE.
       IF NOT SITE-MASTER-FOUND
           DISPLAY 'WARNING: ' WS-IVC-SITE
           DISPLAY '   is not on SITEMAST.DAT -- not invoiced.'
           ADD 1 TO WS-IVC-SKIPPED
           GO TO IVC-SITE-NEXT
       END-IF.

       MOVE WS-SITEM-CUST(WS-SM) TO WS-LOOKUP-CUST.
       PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-DONE.
       IF WS-LOOKUP-CUST = SPACES OR NOT CUSTOMER-FOUND
           DISPLAY 'WARNING: ' WS-IVC-SITE
           DISPLAY '   has no customer on CUSTMAST.DAT -- not'
               ' invoiced.'
           ADD 1 TO WS-IVC-SKIPPED
           GO TO IVC-SITE-NEXT
       END-IF.

       IF WS-IVR-COUNT >= 500
           DISPLAY 'ERROR: INVREG.DAT is full (500 invoices).'
           DISPLAY ' '
           GO TO IVC-RUN-END
       END-IF.

       PERFORM IVC-WRITE-INVOICE THRU IVC-WRITE-INVOICE-DONE.

       IVC-SITE-NEXT.

       ADD 1 TO WS-IVC-W.
       GO TO IVC-SITE-LOOP.

       IVC-RUN-END.

       IF WS-IVC-CREATED = 0
           MOVE SPACES TO INVOICE-PRINT-RECORD
           STRING 'NO COMPLETED WORK ORDERS TO INVOICE.'
                  DELIMITED BY SIZE
                  INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD
       END-IF.

       CLOSE INVOICE-PRINT-FILE.

       IF WS-IVC-CREATED > 0
           PERFORM SAVE-IVR-TABLE THRU SAVE-IVR-TABLE-DONE
           PERFORM SAVE-WO-TABLE THRU SAVE-WO-TABLE-DONE
       END-IF.

       MOVE WS-IVC-CREATED TO WS-WO-CNT-DISP.
       DISPLAY WS-WO-CNT-DISP ' invoice(s) raised -- see'
           ' INVOICES.TXT.'.
       IF WS-IVC-SKIPPED > 0
           MOVE WS-IVC-SKIPPED TO WS-WO-CNT-DISP
           DISPLAY 'WARNING: ' WS-WO-CNT-DISP ' site(s) left'
               ' unbilled -- fix the site or customer master.'
       END-IF.
       DISPLAY ' '.
       GO TO INVOICING-DRIVER.

      ******************************************************************
      * Writes one site's invoice, starting from order WS-IVC-W, to
      * the customer found at WS-C, and adds it to the register.
      * Each order is one line: its lens part at PRICES.DAT plus
      * markup (an unpriced part bills at zero, flagged '*'), then
      * one installation-labor line for all the orders.
      ******************************************************************

       IVC-WRITE-INVOICE.

       PERFORM NEXT-INVOICE-NUMBER THRU NEXT-INVOICE-NUMBER-DONE.
       ADD 1 TO WS-IVC-CREATED.

       MOVE WS-CUST-DISC-PCT(WS-C) TO WS-QUO-CUST-DISC.
       MOVE WS-CUST-TAXABLE(WS-C) TO WS-QUO-CUST-TAXABLE.
       MOVE WS-IVR-NEXT-NUM TO WS-IVC-NUM-DISP.

       MOVE SPACES TO INVOICE-PRINT-RECORD.
       WRITE INVOICE-PRINT-RECORD.

       MOVE SPACES TO INVOICE-PRINT-RECORD.
       STRING 'INVOICE NO. ' DELIMITED BY SIZE
              WS-IVC-NUM-DISP DELIMITED BY SIZE
              '  DATE: ' DELIMITED BY SIZE
              WS-TODAY-X10 DELIMITED BY SIZE
              INTO INVOICE-PRINT-RECORD
       END-STRING.
       WRITE INVOICE-PRINT-RECORD.

       MOVE SPACES TO INVOICE-PRINT-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '-----------------------' DELIMITED BY SIZE
              INTO INVOICE-PRINT-RECORD
       END-STRING.
       WRITE INVOICE-PRINT-RECORD.

       MOVE SPACES TO INVOICE-PRINT-RECORD.
       STRING 'TO:       ' DELIMITED BY SIZE
              WS-CUST-NAME(WS-C) DELIMITED BY SIZE
              INTO INVOICE-PRINT-RECORD
       END-STRING.
       WRITE INVOICE-PRINT-RECORD.
       IF WS-CUST-ADDR(WS-C) NOT = SPACES
           MOVE SPACES TO INVOICE-PRINT-RECORD
           STRING '          ' DELIMITED BY SIZE
                  WS-CUST-ADDR(WS-C) DELIMITED BY SIZE
                  INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD
       END-IF.
       IF WS-CUST-CITY(WS-C) NOT = SPACES
           MOVE SPACES TO INVOICE-PRINT-RECORD
           STRING '          ' DELIMITED BY SIZE
                  WS-CUST-CITY(WS-C) DELIMITED BY SIZE
                  INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD
       END-IF.

       MOVE SPACES TO INVOICE-PRINT-RECORD.
       STRING 'SITE:     ' DELIMITED BY SIZE
              WS-IVC-SITE DELIMITED BY SIZE
              INTO INVOICE-PRINT-RECORD
       END-STRING.
       WRITE INVOICE-PRINT-RECORD.

       MOVE SPACES TO INVOICE-PRINT-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '-----------------------' DELIMITED BY SIZE
              INTO INVOICE-PRINT-RECORD
       END-STRING.
       WRITE INVOICE-PRINT-RECORD.

       MOVE SPACES TO INVOICE-PRINT-RECORD.
       STRING 'WO NO.  CAMERA      PART NO.    INSTALLED'
              DELIMITED BY SIZE
              '         AMOUNT' DELIMITED BY SIZE
              INTO INVOICE-PRINT-RECORD
       END-STRING.
       WRITE INVOICE-PRINT-RECORD.

       MOVE SPACES TO INVOICE-PRINT-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '-----------------------' DELIMITED BY SIZE
              INTO INVOICE-PRINT-RECORD
       END-STRING.
       WRITE INVOICE-PRINT-RECORD.

       MOVE 0 TO WS-QUO-SUBTOTAL.
       MOVE 0 TO WS-IVC-ORDERS.
       MOVE 0 TO WS-IVC-UNPRICED.
       MOVE WS-IVC-W TO WS-W.

       IVC-LINE-LOOP.

       IF WS-W > WS-WO-COUNT
           GO TO IVC-LABOR
       END-IF.

       IF WS-WO-SITE(WS-W) NOT = WS-IVC-SITE
           OR NOT WO-IS-COMPLETED(WS-W)
           OR WS-WO-INVOICE(WS-W) NOT = 0
           GO TO IVC-LINE-NEXT
       END-IF.

       ADD 1 TO WS-IVC-ORDERS.
       MOVE WS-IVR-NEXT-NUM TO WS-WO-INVOICE(WS-W).

       MOVE 0 TO WS-QUO-EXT-PRICE.
       MOVE SPACE TO WS-BOM-FLAG.
       IF WS-WO-PART(WS-W) NOT = SPACES
           AND WS-WO-PART(WS-W) NOT = 'NONE'
           MOVE WS-WO-PART(WS-W) TO WS-PRICE-LOOKUP-PART
           PERFORM FIND-PRICE-FOR-PART THRU FIND-PRICE-FOR-PART-DONE
           IF NOT BOM-PRICE-FOUND
               MOVE '*' TO WS-BOM-FLAG
               ADD 1 TO WS-IVC-UNPRICED
           END-IF
           COMPUTE WS-QUO-EXT-PRICE ROUNDED = WS-PRICE-LOOKUP-AMT
                   * (100 + WS-QUO-MARKUP-PCT) / 100
               ON SIZE ERROR MOVE 0 TO WS-QUO-EXT-PRICE
           END-COMPUTE
       END-IF.
       ADD WS-QUO-EXT-PRICE TO WS-QUO-SUBTOTAL
           ON SIZE ERROR CONTINUE
       END-ADD.

       MOVE WS-QUO-EXT-PRICE TO WS-BOM-EXT-DISP.
       MOVE SPACES TO INVOICE-PRINT-RECORD.
       STRING WS-WO-NUMBER(WS-W) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-WO-CAMERA(WS-W) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-WO-PART(WS-W) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-WO-COMPLETED(WS-W) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-BOM-EXT-DISP DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-BOM-FLAG DELIMITED BY SIZE
              INTO INVOICE-PRINT-RECORD
       END-STRING.
       WRITE INVOICE-PRINT-RECORD.

       IVC-LINE-NEXT.

       ADD 1 TO WS-W.
       GO TO IVC-LINE-LOOP.

       IVC-LABOR.

       COMPUTE WS-QUO-EXT-PRICE ROUNDED =
               WS-IVC-ORDERS * WS-QUO-LABOR-RATE
           ON SIZE ERROR MOVE 0 TO WS-QUO-EXT-PRICE
       END-COMPUTE.
       ADD WS-QUO-EXT-PRICE TO WS-QUO-SUBTOTAL
           ON SIZE ERROR CONTINUE
       END-ADD.

       MOVE WS-IVC-ORDERS TO WS-BOM-QTY-DISP.
       MOVE WS-QUO-LABOR-RATE TO WS-BOM-PRICE-DISP.
       MOVE WS-QUO-EXT-PRICE TO WS-BOM-EXT-DISP.
       MOVE SPACES TO INVOICE-PRINT-RECORD.
       STRING 'INSTALLATION LABOR ' DELIMITED BY SIZE
              WS-BOM-QTY-DISP DELIMITED BY SIZE
              ' @ ' DELIMITED BY SIZE
              WS-BOM-PRICE-DISP DELIMITED BY SIZE
              '       ' DELIMITED BY SIZE
              WS-BOM-EXT-DISP DELIMITED BY SIZE
              INTO INVOICE-PRINT-RECORD
       END-STRING.
       WRITE INVOICE-PRINT-RECORD.

       MOVE SPACES TO INVOICE-PRINT-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '-----------------------' DELIMITED BY SIZE
              INTO INVOICE-PRINT-RECORD
       END-STRING.
       WRITE INVOICE-PRINT-RECORD.

       PERFORM COMPUTE-BILL-TOTALS THRU COMPUTE-BILL-TOTALS-DONE.

       MOVE WS-QUO-SUBTOTAL TO WS-IVC-AMT-DISP.
       MOVE SPACES TO INVOICE-PRINT-RECORD.
       STRING 'SUBTOTAL:                                '
              DELIMITED BY SIZE
              WS-IVC-AMT-DISP DELIMITED BY SIZE
              INTO INVOICE-PRINT-RECORD
       END-STRING.
       WRITE INVOICE-PRINT-RECORD.

       IF WS-QUO-CUST-DISC > 0
           MOVE WS-QUO-CUST-DISC TO WS-QUO-DISC-PCT-DISP
           MOVE WS-QUO-DISC-AMT TO WS-IVC-AMT-DISP
           MOVE SPACES TO INVOICE-PRINT-RECORD
           STRING 'CONTRACT DISCOUNT ' DELIMITED BY SIZE
                  WS-QUO-DISC-PCT-DISP DELIMITED BY SIZE
                  ' PCT:              ' DELIMITED BY SIZE
                  WS-IVC-AMT-DISP DELIMITED BY SIZE
                  INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD
       END-IF.

       IF WS-QUO-CUST-TAXABLE = 'Y'
           MOVE WS-QUO-TAX-PCT TO WS-QUO-TAX-PCT-DISP
           MOVE WS-QUO-TAX-AMT TO WS-IVC-AMT-DISP
           MOVE SPACES TO INVOICE-PRINT-RECORD
           STRING 'TAX ' DELIMITED BY SIZE
                  WS-QUO-TAX-PCT-DISP DELIMITED BY SIZE
                  ' PCT:                           '
                  DELIMITED BY SIZE
                  WS-IVC-AMT-DISP DELIMITED BY SIZE
                  INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD
       ELSE
           MOVE SPACES TO INVOICE-PRINT-RECORD
           STRING 'TAX: EXEMPT' DELIMITED BY SIZE
                  INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD
       END-IF.

       MOVE WS-QUO-TOTAL TO WS-IVC-AMT-DISP.
       MOVE SPACES TO INVOICE-PRINT-RECORD.
       STRING 'INVOICE TOTAL:                           '
              DELIMITED BY SIZE
              WS-IVC-AMT-DISP DELIMITED BY SIZE
              INTO INVOICE-PRINT-RECORD
       END-STRING.
       WRITE INVOICE-PRINT-RECORD.

       IF WS-IVC-UNPRICED > 0
           MOVE SPACES TO INVOICE-PRINT-RECORD
           STRING '* PART NOT ON PRICES.DAT -- BILLED AT ZERO.'
                  DELIMITED BY SIZE
                  INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD
       END-IF.

       ADD 1 TO WS-IVR-COUNT.
       MOVE WS-IVR-COUNT TO WS-IV.
       MOVE WS-IVR-NEXT-NUM TO WS-IVR-NUMBER(WS-IV).
       MOVE WS-TODAY-X10 TO WS-IVR-DATE(WS-IV).
       MOVE WS-CUST-CODE(WS-C) TO WS-IVR-CUST(WS-IV).
       MOVE WS-IVC-SITE TO WS-IVR-SITE(WS-IV).
       MOVE WS-IVC-ORDERS TO WS-IVR-ORDERS(WS-IV).
       MOVE WS-QUO-SUBTOTAL TO WS-IVR-SUBTOTAL(WS-IV).
       MOVE WS-QUO-DISC-AMT TO WS-IVR-DISC(WS-IV).
       MOVE WS-QUO-TAX-AMT TO WS-IVR-TAX(WS-IV).
       MOVE WS-QUO-TOTAL TO WS-IVR-TOTAL(WS-IV).
       MOVE 0 TO WS-IVR-PAID(WS-IV).
       MOVE SPACES TO WS-IVR-LAST-PAY(WS-IV).
       MOVE 'O' TO WS-IVR-STATUS-B(WS-IV).

       MOVE WS-QUO-TOTAL TO WS-IVC-AMT-DISP.
       DISPLAY 'Invoice ' WS-IVC-NUM-DISP '  ' WS-IVC-SITE
           WS-IVC-AMT-DISP.

       IVC-WRITE-INVOICE-DONE.

      ******************************************************************
      * Posts a customer payment: key the invoice, the amount (not
      * more than the balance due), the date received and the
      * remittance reference. The payment is journalled to
      * PAYMENTS.DAT and carried on the register; an invoice paid to
      * the cent is marked paid.
      ******************************************************************

       IVC-POST-PAYMENT.

       DISPLAY 'Enter invoice number: ' WITH NO ADVANCING.
       ACCEPT WS-IVR-LOOKUP-NUM.
       DISPLAY ' '.

       IF WS-IVR-LOOKUP-NUM IS NOT NUMERIC
           DISPLAY 'ERROR: Invoice number must be numeric.'
           DISPLAY ' '
           GO TO INVOICING-DRIVER
       END-IF.

       PERFORM FIND-INVOICE THRU FIND-INVOICE-DONE.
       IF NOT INVOICE-FOUND
           DISPLAY 'ERROR: Invoice not found in INVREG.DAT.'
           DISPLAY ' '
           GO TO INVOICING-DRIVER
       END-IF.
       IF IVR-IS-PAID(WS-IV)
           DISPLAY 'That invoice is already paid in full.'
           DISPLAY ' '
           GO TO INVOICING-DRIVER
       END-IF.

       COMPUTE WS-IVC-BALANCE =
               WS-IVR-TOTAL(WS-IV) - WS-IVR-PAID(WS-IV).
       MOVE WS-IVR-NUMBER(WS-IV) TO WS-IVC-NUM-DISP.
       DISPLAY 'INVOICE ' WS-IVC-NUM-DISP '  ' WS-IVR-DATE(WS-IV)
           '  ' WS-IVR-CUST(WS-IV) '  ' WS-IVR-SITE(WS-IV).
       MOVE WS-IVR-TOTAL(WS-IV) TO WS-AR-DISP-1.
       MOVE WS-IVR-PAID(WS-IV) TO WS-IVC-AMT-DISP.
       MOVE WS-IVC-BALANCE TO WS-AR-DISP-3.
       DISPLAY 'TOTAL ' WS-AR-DISP-1 '  PAID ' WS-IVC-AMT-DISP
           '  DUE ' WS-AR-DISP-3.
       DISPLAY ' '.

       DISPLAY 'Enter amount received: ' WITH NO ADVANCING.
       ACCEPT WS-PMT-AMT-ENTRY.
       DISPLAY ' '.

       IF FUNCTION TEST-NUMVAL(WS-PMT-AMT-ENTRY) NOT = 0
           DISPLAY 'ERROR: Amount must be numeric.'
           DISPLAY ' '
           GO TO INVOICING-DRIVER
       END-IF.
       COMPUTE WS-PMT-AMOUNT = FUNCTION NUMVAL(WS-PMT-AMT-ENTRY)
           ON SIZE ERROR MOVE 0 TO WS-PMT-AMOUNT
       END-COMPUTE.
       IF WS-PMT-AMOUNT = 0
           DISPLAY 'ERROR: Amount must be greater than zero.'
           DISPLAY ' '
           GO TO INVOICING-DRIVER
       END-IF.
       IF WS-PMT-AMOUNT > WS-IVC-BALANCE
           DISPLAY 'ERROR: Amount is more than the balance due.'
           DISPLAY ' '
           GO TO INVOICING-DRIVER
       END-IF.

       DISPLAY 'Enter date received (YYYY-MM-DD, blank for today): '
           WITH NO ADVANCING.
       ACCEPT WS-PMT-DATE-IN.
       DISPLAY ' '.

       IF WS-PMT-DATE-IN = SPACES
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CDT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CDT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CDT-DAY DELIMITED BY SIZE
                  INTO WS-PMT-DATE-IN
           END-STRING
       ELSE
           MOVE WS-PMT-DATE-IN TO WS-DATE-X10
           PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE
           IF WS-DATE-INT = 0
               DISPLAY 'ERROR: That is not a valid date.'
               DISPLAY ' '
               GO TO INVOICING-DRIVER
           END-IF
       END-IF.

       DISPLAY 'Enter remittance reference: ' WITH NO ADVANCING.
       ACCEPT WS-PMT-REF-IN.
       DISPLAY ' '.

       OPEN EXTEND PAYMENT-FILE.

      * '05' just means the file did not exist yet and was created.
       IF NOT PMT-FILE-OK
           DISPLAY 'ERROR: Cannot open PAYMENTS.DAT (status '
               WS-PMT-STATUS ').'
           DISPLAY ' '
           GO TO INVOICING-DRIVER
       END-IF.

       MOVE WS-PMT-DATE-IN TO PMT-DATE.
       MOVE WS-IVR-NUMBER(WS-IV) TO PMT-INVOICE.
       MOVE WS-PMT-AMOUNT TO PMT-AMOUNT.
       MOVE WS-PMT-REF-IN TO PMT-REF.
       WRITE PAYMENT-RECORD.

       CLOSE PAYMENT-FILE.

       ADD WS-PMT-AMOUNT TO WS-IVR-PAID(WS-IV).
       MOVE WS-PMT-DATE-IN TO WS-IVR-LAST-PAY(WS-IV).
       SUBTRACT WS-PMT-AMOUNT FROM WS-IVC-BALANCE.
       IF WS-IVC-BALANCE = 0
           MOVE 'P' TO WS-IVR-STATUS-B(WS-IV)
           DISPLAY 'Payment posted. Invoice paid in full.'
       ELSE
           MOVE WS-IVC-BALANCE TO WS-AR-DISP-3
           DISPLAY 'Payment posted. Balance due ' WS-AR-DISP-3 '.'
       END-IF.
       DISPLAY ' '.

       PERFORM SAVE-IVR-TABLE THRU SAVE-IVR-TABLE-DONE.
       GO TO INVOICING-DRIVER.

      ******************************************************************
      * Accounts-receivable aging to ARAGING.TXT: every open invoice
      * with a balance, grouped by customer in CUSTMAST.DAT order,
      * its balance placed in one column by days since the invoice
      * date -- current (0-30), 30 (31-60), 60 (61-90) or 90+ --
      * with customer and grand totals. Invoices whose customer has
      * since left CUSTMAST.DAT are listed at the end.
      ******************************************************************

       IVC-AR-AGING.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.
       MOVE WS-TODAY-X10 TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       MOVE WS-DATE-INT TO WS-TODAY-INT.

       OPEN OUTPUT AR-AGING-FILE.

       MOVE SPACES TO AR-AGING-RECORD.
       STRING 'ACCOUNTS RECEIVABLE AGING  AS OF: ' DELIMITED BY SIZE
              WS-TODAY-X10 DELIMITED BY SIZE
              INTO AR-AGING-RECORD
       END-STRING.
       WRITE AR-AGING-RECORD.

       MOVE SPACES TO AR-AGING-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '---------------------' DELIMITED BY SIZE
              INTO AR-AGING-RECORD
       END-STRING.
       WRITE AR-AGING-RECORD.

       MOVE SPACES TO AR-AGING-RECORD.
       STRING 'INV NO. DATE          AGE' DELIMITED BY SIZE
              '        CURRENT        30 DAYS' DELIMITED BY SIZE
              '        60 DAYS       90+ DAYS' DELIMITED BY SIZE
              INTO AR-AGING-RECORD
       END-STRING.
       WRITE AR-AGING-RECORD.

       MOVE SPACES TO AR-AGING-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '---------------------' DELIMITED BY SIZE
              INTO AR-AGING-RECORD
       END-STRING.
       WRITE AR-AGING-RECORD.

       MOVE 0 TO WS-AR-LINES.
       MOVE 0 TO WS-AR-TOTAL-BUCKET(1).
       MOVE 0 TO WS-AR-TOTAL-BUCKET(2).
       MOVE 0 TO WS-AR-TOTAL-BUCKET(3).
       MOVE 0 TO WS-AR-TOTAL-BUCKET(4).
       MOVE 1 TO WS-C.

       IVC-AR-CUST-LOOP.

       IF WS-C > WS-CUST-COUNT
           GO TO IVC-AR-ORPHANS
       END-IF.

       MOVE WS-CUST-CODE(WS-C) TO WS-AR-CUST-CODE.
       MOVE 0 TO WS-AR-CUST-LINES.
       MOVE 0 TO WS-AR-CUST-BUCKET(1).
       MOVE 0 TO WS-AR-CUST-BUCKET(2).
       MOVE 0 TO WS-AR-CUST-BUCKET(3).
       MOVE 0 TO WS-AR-CUST-BUCKET(4).
       MOVE 1 TO WS-IV.

       IVC-AR-INV-LOOP.

       IF WS-IV > WS-IVR-COUNT
           GO TO IVC-AR-CUST-END
       END-IF.

       IF WS-IVR-CUST(WS-IV) NOT = WS-AR-CUST-CODE
           OR NOT IVR-IS-OPEN(WS-IV)
           GO TO IVC-AR-INV-NEXT
       END-IF.

       IF WS-AR-CUST-LINES = 0
           MOVE SPACES TO AR-AGING-RECORD
           STRING 'CUSTOMER: ' DELIMITED BY SIZE
                  WS-CUST-CODE(WS-C) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CUST-NAME(WS-C) DELIMITED BY SIZE
                  INTO AR-AGING-RECORD
           END-STRING
           WRITE AR-AGING-RECORD
       END-IF.

       PERFORM AR-AGE-INVOICE THRU AR-AGE-INVOICE-DONE.

       IVC-AR-INV-NEXT.

       ADD 1 TO WS-IV.
       GO TO IVC-AR-INV-LOOP.

       IVC-AR-CUST-END.

       IF WS-AR-CUST-LINES > 0
           PERFORM AR-WRITE-CUST-TOTAL THRU AR-WRITE-CUST-TOTAL-DONE
       END-IF.

       ADD 1 TO WS-C.
       GO TO IVC-AR-CUST-LOOP.

       IVC-AR-ORPHANS.

       MOVE 0 TO WS-AR-CUST-LINES.
       MOVE 0 TO WS-AR-CUST-BUCKET(1).
       MOVE 0 TO WS-AR-CUST-BUCKET(2).
       MOVE 0 TO WS-AR-CUST-BUCKET(3).
       MOVE 0 TO WS-AR-CUST-BUCKET(4).
       MOVE 1 TO WS-IV.

       IVC-AR-ORPHAN-LOOP.

       IF WS-IV > WS-IVR-COUNT
           GO TO IVC-AR-ORPHAN-END
       END-IF.

       IF NOT IVR-IS-OPEN(WS-IV)
           GO TO IVC-AR-ORPHAN-NEXT
       END-IF.
       MOVE WS-IVR-CUST(WS-IV) TO WS-LOOKUP-CUST.
       PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-DONE.
       IF CUSTOMER-FOUND
           GO TO IVC-AR-ORPHAN-NEXT
       END-IF.

       IF WS-AR-CUST-LINES = 0
           MOVE SPACES TO AR-AGING-RECORD
           STRING 'CUSTOMERS NOT ON CUSTMAST.DAT:' DELIMITED BY SIZE
                  INTO AR-AGING-RECORD
           END-STRING
           WRITE AR-AGING-RECORD
       END-IF.

       PERFORM AR-AGE-INVOICE THRU AR-AGE-INVOICE-DONE.

       IVC-AR-ORPHAN-NEXT.

       ADD 1 TO WS-IV.
       GO TO IVC-AR-ORPHAN-LOOP.

       IVC-AR-ORPHAN-END.

       IF WS-AR-CUST-LINES > 0
           PERFORM AR-WRITE-CUST-TOTAL THRU AR-WRITE-CUST-TOTAL-DONE
       END-IF.

       MOVE SPACES TO AR-AGING-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '---------------------' DELIMITED BY SIZE
              INTO AR-AGING-RECORD
       END-STRING.
       WRITE AR-AGING-RECORD.

       IF WS-AR-LINES = 0
           MOVE SPACES TO AR-AGING-RECORD
           STRING 'NO INVOICES ARE OUTSTANDING.' DELIMITED BY SIZE
                  INTO AR-AGING-RECORD
           END-STRING
           WRITE AR-AGING-RECORD
       ELSE
           MOVE WS-AR-TOTAL-BUCKET(1) TO WS-AR-DISP-1
           MOVE WS-AR-TOTAL-BUCKET(2) TO WS-AR-DISP-2
           MOVE WS-AR-TOTAL-BUCKET(3) TO WS-AR-DISP-3
           MOVE WS-AR-TOTAL-BUCKET(4) TO WS-AR-DISP-4
           MOVE SPACES TO AR-AGING-RECORD
           STRING 'ALL CUSTOMERS            ' DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AR-DISP-1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AR-DISP-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AR-DISP-3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AR-DISP-4 DELIMITED BY SIZE
                  INTO AR-AGING-RECORD
           END-STRING
           WRITE AR-AGING-RECORD
           COMPUTE WS-QUO-TOTAL = WS-AR-TOTAL-BUCKET(1)
                   + WS-AR-TOTAL-BUCKET(2) + WS-AR-TOTAL-BUCKET(3)
                   + WS-AR-TOTAL-BUCKET(4)
               ON SIZE ERROR MOVE 0 TO WS-QUO-TOTAL
           END-COMPUTE
           MOVE WS-QUO-TOTAL TO WS-IVC-AMT-DISP
           MOVE SPACES TO AR-AGING-RECORD
           STRING 'TOTAL OUTSTANDING: ' DELIMITED BY SIZE
                  WS-IVC-AMT-DISP DELIMITED BY SIZE
                  INTO AR-AGING-RECORD
           END-STRING
           WRITE AR-AGING-RECORD
       END-IF.

       CLOSE AR-AGING-FILE.

       MOVE WS-AR-LINES TO WS-WO-CNT-DISP.
       DISPLAY 'AR aging written to ARAGING.TXT (' WS-WO-CNT-DISP
           ' open invoice(s)).'.
       DISPLAY ' '.
       GO TO INVOICING-DRIVER.

      ******************************************************************
      * Ages open invoice WS-IV: balance into its bucket, one report
      * line, and the customer and grand bucket totals.
      ******************************************************************

       AR-AGE-INVOICE.

       COMPUTE WS-IVC-BALANCE =
               WS-IVR-TOTAL(WS-IV) - WS-IVR-PAID(WS-IV).
       IF WS-IVC-BALANCE = 0
           GO TO AR-AGE-INVOICE-DONE
       END-IF.

       MOVE WS-IVR-DATE(WS-IV) TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       MOVE 0 TO WS-AR-DAYS.
       IF WS-DATE-INT > 0 AND WS-DATE-INT < WS-TODAY-INT
           COMPUTE WS-AR-DAYS = WS-TODAY-INT - WS-DATE-INT
               ON SIZE ERROR MOVE 99999 TO WS-AR-DAYS
           END-COMPUTE
       END-IF.

       MOVE 4 TO WS-AR-B.
       IF WS-AR-DAYS NOT > 90
           MOVE 3 TO WS-AR-B
       END-IF.
       IF WS-AR-DAYS NOT > 60
           MOVE 2 TO WS-AR-B
       END-IF.
       IF WS-AR-DAYS NOT > 30
           MOVE 1 TO WS-AR-B
       END-IF.

       MOVE 0 TO WS-AR-BUCKET(1).
       MOVE 0 TO WS-AR-BUCKET(2).
       MOVE 0 TO WS-AR-BUCKET(3).
       MOVE 0 TO WS-AR-BUCKET(4).
       MOVE WS-IVC-BALANCE TO WS-AR-BUCKET(WS-AR-B).
       ADD WS-IVC-BALANCE TO WS-AR-CUST-BUCKET(WS-AR-B).
       ADD WS-IVC-BALANCE TO WS-AR-TOTAL-BUCKET(WS-AR-B).
       ADD 1 TO WS-AR-CUST-LINES.
       ADD 1 TO WS-AR-LINES.

       MOVE WS-IVR-NUMBER(WS-IV) TO WS-IVC-NUM-DISP.
       MOVE WS-AR-DAYS TO WS-WO-AGE-DISP.
       MOVE WS-AR-BUCKET(1) TO WS-AR-DISP-1.
       MOVE WS-AR-BUCKET(2) TO WS-AR-DISP-2.
       MOVE WS-AR-BUCKET(3) TO WS-AR-DISP-3.
       MOVE WS-AR-BUCKET(4) TO WS-AR-DISP-4.
       MOVE SPACES TO AR-AGING-RECORD.
       STRING WS-IVC-NUM-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-IVR-DATE(WS-IV) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-WO-AGE-DISP DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-AR-DISP-1 DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-AR-DISP-2 DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-AR-DISP-3 DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-AR-DISP-4 DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-IVR-CUST(WS-IV) DELIMITED BY SIZE
              INTO AR-AGING-RECORD
       END-STRING.
       WRITE AR-AGING-RECORD.

       AR-AGE-INVOICE-DONE.

      ******************************************************************
      * Writes the customer bucket totals and a spacing line.
      ******************************************************************

       AR-WRITE-CUST-TOTAL.

       MOVE WS-AR-CUST-BUCKET(1) TO WS-AR-DISP-1.
       MOVE WS-AR-CUST-BUCKET(2) TO WS-AR-DISP-2.
       MOVE WS-AR-CUST-BUCKET(3) TO WS-AR-DISP-3.
       MOVE WS-AR-CUST-BUCKET(4) TO WS-AR-DISP-4.
       MOVE SPACES TO AR-AGING-RECORD.
       STRING '  CUSTOMER TOTAL         ' DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-AR-DISP-1 DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-AR-DISP-2 DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-AR-DISP-3 DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-AR-DISP-4 DELIMITED BY SIZE
              INTO AR-AGING-RECORD
       END-STRING.
       WRITE AR-AGING-RECORD.

       MOVE SPACES TO AR-AGING-RECORD.
       WRITE AR-AGING-RECORD.

       AR-WRITE-CUST-TOTAL-DONE.

      ******************************************************************
      * Finds invoice WS-IVR-LOOKUP-NUM in the register; leaves WS-IV
      * on it.
      ******************************************************************

       FIND-INVOICE.

       MOVE 'N' TO WS-IVR-FOUND.
       MOVE 1 TO WS-IV.

       FIND-INVOICE-LOOP.

       IF WS-IV > WS-IVR-COUNT
           GO TO FIND-INVOICE-DONE
       END-IF.

       IF WS-IVR-NUMBER(WS-IV) = WS-IVR-LOOKUP-NUM
           MOVE 'Y' TO WS-IVR-FOUND
           GO TO FIND-INVOICE-DONE
       END-IF.

       ADD 1 TO WS-IV.
       GO TO FIND-INVOICE-LOOP.

       FIND-INVOICE-DONE.

      ******************************************************************
      * Leaves the next free invoice number (highest in the register
      * plus one) in WS-IVR-NEXT-NUM.
      ******************************************************************

       NEXT-INVOICE-NUMBER.

       MOVE 0 TO WS-IVR-NEXT-NUM.
       MOVE 1 TO WS-IV.

       NEXT-INVOICE-NUMBER-LOOP.

       IF WS-IV > WS-IVR-COUNT
           ADD 1 TO WS-IVR-NEXT-NUM
           GO TO NEXT-INVOICE-NUMBER-DONE
       END-IF.

       IF WS-IVR-NUMBER(WS-IV) > WS-IVR-NEXT-NUM
           MOVE WS-IVR-NUMBER(WS-IV) TO WS-IVR-NEXT-NUM
       END-IF.

       ADD 1 TO WS-IV.
       GO TO NEXT-INVOICE-NUMBER-LOOP.

       NEXT-INVOICE-NUMBER-DONE.

      ******************************************************************
      * Quote register (run mode 13): mark quotes accepted or
      * declined, expire lapsed quotes, and the monthly pipeline
      * report of quoted against won business by customer.
      ******************************************************************

       QUOTE-REGISTER-DRIVER.

       DISPLAY '******************************************************'.
       DISPLAY '*** QUOTE REGISTER ***********************************'.
       DISPLAY '******************************************************'.
       DISPLAY ' '.
       DISPLAY '1) Mark a quote accepted or declined.'.
       DISPLAY '2) Expire quotes past their validity.'.
       DISPLAY '3) Monthly pipeline report by customer.'.
       DISPLAY '4) Return to the main menu.'.
       DISPLAY ' '.

       MOVE 0 TO WS-RETRY-COUNT.

       SELECT-QRG-CHOICE.

       DISPLAY 'Enter number: ' WITH NO ADVANCING.
       ACCEPT WS-QRG-CHOICE.
       DISPLAY ' '.

       IF QRG-RETURN
           GO TO START-CALCULATOR
       END-IF.
       IF QRG-MAINTAIN
           GO TO QRG-MAINTAIN-QUOTE
       END-IF.
       IF QRG-EXPIRE
           PERFORM QTR-EXPIRE-QUOTES THRU QTR-EXPIRE-QUOTES-DONE
           GO TO QUOTE-REGISTER-DRIVER
       END-IF.
       IF QRG-PIPELINE
           GO TO QRG-PIPELINE-REPORT
       END-IF.

       ADD 1 TO WS-RETRY-COUNT.
       IF WS-RETRY-COUNT >= WS-RETRY-LIMIT
           MOVE 'QRGCHOICE' TO WS-ERROR-FIELD
           MOVE WS-QRG-CHOICE TO WS-ERROR-VALUE
           PERFORM WRITE-ERROR-LOG
           DISPLAY 'ERROR: Too many tries. Entry abandoned.'
           DISPLAY ' '
           GO TO START-CALCULATOR
       END-IF.
       DISPLAY 'ERROR: Please enter a valid number.'.
       DISPLAY ' '.
       GO TO SELECT-QRG-CHOICE.

      ******************************************************************
      * Quote maintenance: key a quote number, see the register entry,
      * and mark an open quote accepted or declined. A quote already
      * past its expiry date is expired instead; it has to be
      * re-quoted.
      ******************************************************************

       QRG-MAINTAIN-QUOTE.

       DISPLAY 'Enter quote number: ' WITH NO ADVANCING.
       ACCEPT WS-QTR-LOOKUP-NUM.
       DISPLAY ' '.

       IF WS-QTR-LOOKUP-NUM IS NOT NUMERIC
           DISPLAY 'ERROR: Quote number must be numeric.'
           DISPLAY ' '
           GO TO QUOTE-REGISTER-DRIVER
       END-IF.

       PERFORM FIND-QUOTE THRU FIND-QUOTE-DONE.
       IF NOT QUOTE-FOUND
           DISPLAY 'ERROR: Quote not found in QUOTEREG.DAT.'
           DISPLAY ' '
           GO TO QUOTE-REGISTER-DRIVER
       END-IF.

       PERFORM QTR-STATUS-NAME THRU QTR-STATUS-NAME-DONE.
       MOVE WS-QTR-TOTAL(WS-QT) TO WS-QUO-AMT-DISP.
       DISPLAY 'QUOTE    ' WS-QTR-NUMBER(WS-QT) '  '
           WS-QTR-STATUS-TEXT.
       DISPLAY 'SITE     ' WS-QTR-SITE(WS-QT).
       DISPLAY 'CUSTOMER ' WS-QTR-CUST(WS-QT).
       DISPLAY 'DATED    ' WS-QTR-DATE(WS-QT) '  EXPIRES '
           WS-QTR-EXPIRES(WS-QT).
       DISPLAY 'TOTAL    ' WS-QUO-AMT-DISP.
       DISPLAY ' '.

       IF NOT QTR-IS-OPEN(WS-QT)
           DISPLAY 'ERROR: Only an open quote can be changed (it is '
               WS-QTR-STATUS-TEXT ' since ' WS-QTR-CHANGED(WS-QT)
               ').'
           DISPLAY ' '
           GO TO QUOTE-REGISTER-DRIVER
       END-IF.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.

       IF WS-QTR-EXPIRES(WS-QT) < WS-TODAY-X10
           MOVE 'E' TO WS-QTR-STATUS-B(WS-QT)
           MOVE WS-TODAY-X10 TO WS-QTR-CHANGED(WS-QT)
           PERFORM SAVE-QTR-TABLE THRU SAVE-QTR-TABLE-DONE
           DISPLAY 'ERROR: The quote lapsed on '
               WS-QTR-EXPIRES(WS-QT) ' and is now expired.'
           DISPLAY ' '
           GO TO QUOTE-REGISTER-DRIVER
       END-IF.

       DISPLAY 'Accepted or declined (A/D): ' WITH NO ADVANCING.
       ACCEPT WS-QTR-ACTION.
       DISPLAY ' '.

       IF QTR-ACTION-ACCEPT
           MOVE 'A' TO WS-QTR-STATUS-B(WS-QT)
       ELSE
           IF QTR-ACTION-DECLINE
               MOVE 'D' TO WS-QTR-STATUS-B(WS-QT)
           ELSE
               DISPLAY 'ERROR: Enter A or D. Quote not changed.'
               DISPLAY ' '
               GO TO QUOTE-REGISTER-DRIVER
           END-IF
       END-IF.
       MOVE WS-TODAY-X10 TO WS-QTR-CHANGED(WS-QT).

       PERFORM SAVE-QTR-TABLE THRU SAVE-QTR-TABLE-DONE.

       PERFORM QTR-STATUS-NAME THRU QTR-STATUS-NAME-DONE.
       DISPLAY 'Quote ' WS-QTR-NUMBER(WS-QT) ' marked '
           WS-QTR-STATUS-TEXT '.'.
       DISPLAY ' '.
       GO TO QUOTE-REGISTER-DRIVER.

      ******************************************************************
      * Housekeeping: every open quote whose expiry date is before
      * today becomes expired. Performed from the quote-register menu
      * and at the end of the period-end cut.
      ******************************************************************

       QTR-EXPIRE-QUOTES.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.

       MOVE 0 TO WS-QTR-EXPIRED.
       MOVE 1 TO WS-QT.

       QTR-EXPIRE-QUOTES-LOOP.

       IF WS-QT > WS-QTR-COUNT
           GO TO QTR-EXPIRE-QUOTES-END
       END-IF.

       IF QTR-IS-OPEN(WS-QT)
           AND WS-QTR-EXPIRES(WS-QT) < WS-TODAY-X10
           MOVE 'E' TO WS-QTR-STATUS-B(WS-QT)
           MOVE WS-TODAY-X10 TO WS-QTR-CHANGED(WS-QT)
           ADD 1 TO WS-QTR-EXPIRED
       END-IF.

       ADD 1 TO WS-QT.
       GO TO QTR-EXPIRE-QUOTES-LOOP.

       QTR-EXPIRE-QUOTES-END.

       IF WS-QTR-EXPIRED > 0
           PERFORM SAVE-QTR-TABLE THRU SAVE-QTR-TABLE-DONE
       END-IF.

       MOVE WS-QTR-EXPIRED TO WS-WO-CNT-DISP.
       DISPLAY WS-WO-CNT-DISP ' open quote(s) expired.'.
       DISPLAY ' '.

       QTR-EXPIRE-QUOTES-DONE.

      ******************************************************************
      * Monthly pipeline report to PIPELINE.TXT: for the quotes dated
      * in the keyed month, per customer, how many and how much was
      * quoted, how many and how much of it has been accepted, and
      * the conversion rate (won value as a percentage of quoted
      * value), with a total line.
      ******************************************************************

       QRG-PIPELINE-REPORT.

       DISPLAY 'Enter month (YYYY-MM): ' WITH NO ADVANCING.
       ACCEPT WS-HK-PERIOD.
       DISPLAY ' '.

       PERFORM VALIDATE-HK-PERIOD THRU VALIDATE-HK-PERIOD-DONE.
       IF NOT HK-PERIOD-OK
           DISPLAY 'ERROR: Enter the month as YYYY-MM.'
           DISPLAY ' '
           GO TO QUOTE-REGISTER-DRIVER
       END-IF.

       MOVE 0 TO WS-QPL-COUNT.
       MOVE 1 TO WS-QT.

       QRG-PIPELINE-SCAN.

       IF WS-QT > WS-QTR-COUNT
           GO TO QRG-PIPELINE-PRINT
       END-IF.

       MOVE WS-QTR-DATE(WS-QT) TO WS-HK-LINE.
       IF WS-HK-LINE-YM NOT = WS-HK-PERIOD
           GO TO QRG-PIPELINE-SCAN-NEXT
       END-IF.

       MOVE 1 TO WS-QP.

       QRG-PIPELINE-FIND.

       IF WS-QP > WS-QPL-COUNT
           IF WS-QPL-COUNT >= 100
               DISPLAY 'WARNING: More than 100 customers in the'
                   ' month; the rest are left off the report.'
               GO TO QRG-PIPELINE-PRINT
           END-IF
           ADD 1 TO WS-QPL-COUNT
           MOVE WS-QPL-COUNT TO WS-QP
           MOVE WS-QTR-CUST(WS-QT) TO WS-QPL-CUST(WS-QP)
           MOVE 0 TO WS-QPL-QCOUNT(WS-QP)
           MOVE 0 TO WS-QPL-QVALUE(WS-QP)
           MOVE 0 TO WS-QPL-WCOUNT(WS-QP)
           MOVE 0 TO WS-QPL-WVALUE(WS-QP)
           GO TO QRG-PIPELINE-ADD
       END-IF.
       IF WS-QPL-CUST(WS-QP) = WS-QTR-CUST(WS-QT)
           GO TO QRG-PIPELINE-ADD
       END-IF.
       ADD 1 TO WS-QP.
       GO TO QRG-PIPELINE-FIND.

       QRG-PIPELINE-ADD.

       ADD 1 TO WS-QPL-QCOUNT(WS-QP).
       ADD WS-QTR-TOTAL(WS-QT) TO WS-QPL-QVALUE(WS-QP)
           ON SIZE ERROR CONTINUE
       END-ADD.
       IF QTR-IS-ACCEPTED(WS-QT)
           ADD 1 TO WS-QPL-WCOUNT(WS-QP)
           ADD WS-QTR-TOTAL(WS-QT) TO WS-QPL-WVALUE(WS-QP)
               ON SIZE ERROR CONTINUE
           END-ADD
       END-IF.

       QRG-PIPELINE-SCAN-NEXT.

       ADD 1 TO WS-QT.
       GO TO QRG-PIPELINE-SCAN.

       QRG-PIPELINE-PRINT.

       OPEN OUTPUT PIPELINE-FILE.

       MOVE SPACES TO PIPELINE-RECORD.
       STRING 'QUOTE PIPELINE FOR ' DELIMITED BY SIZE
              WS-HK-PERIOD DELIMITED BY SIZE
              INTO PIPELINE-RECORD
       END-STRING.
       WRITE PIPELINE-RECORD.

       MOVE SPACES TO PIPELINE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '--------------------------' DELIMITED BY SIZE
              INTO PIPELINE-RECORD
       END-STRING.
       WRITE PIPELINE-RECORD.

       MOVE SPACES TO PIPELINE-RECORD.
       STRING 'CUSTOMER  NAME                          '
              DELIMITED BY SIZE
              'QUOTED  QUOTED VALUE    WON    WON VALUE   CONV%'
              DELIMITED BY SIZE
              INTO PIPELINE-RECORD
       END-STRING.
       WRITE PIPELINE-RECORD.

       MOVE SPACES TO PIPELINE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '--------------------------' DELIMITED BY SIZE
              INTO PIPELINE-RECORD
       END-STRING.
       WRITE PIPELINE-RECORD.

       MOVE 0 TO WS-QPL-QCOUNT-TOT.
       MOVE 0 TO WS-QPL-QVALUE-TOT.
       MOVE 0 TO WS-QPL-WCOUNT-TOT.
       MOVE 0 TO WS-QPL-WVALUE-TOT.
       MOVE 1 TO WS-QP.

       QRG-PIPELINE-LINE.

       IF WS-QP > WS-QPL-COUNT
           GO TO QRG-PIPELINE-TOTAL
       END-IF.

       MOVE WS-QPL-CUST(WS-QP) TO WS-LOOKUP-CUST.
       PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-DONE.
       IF WS-LOOKUP-CUST = SPACES
           MOVE '(NO CUSTOMER CODE)' TO WS-QPL-NAME
       ELSE
           IF CUSTOMER-FOUND
               MOVE WS-CUST-NAME(WS-C) TO WS-QPL-NAME
           ELSE
               MOVE '(NOT ON CUSTMAST.DAT)' TO WS-QPL-NAME
           END-IF
       END-IF.

       ADD WS-QPL-QCOUNT(WS-QP) TO WS-QPL-QCOUNT-TOT.
       ADD WS-QPL-QVALUE(WS-QP) TO WS-QPL-QVALUE-TOT
           ON SIZE ERROR CONTINUE
       END-ADD.
       ADD WS-QPL-WCOUNT(WS-QP) TO WS-QPL-WCOUNT-TOT.
       ADD WS-QPL-WVALUE(WS-QP) TO WS-QPL-WVALUE-TOT
           ON SIZE ERROR CONTINUE
       END-ADD.

       MOVE 0 TO WS-QPL-PCT.
       IF WS-QPL-QVALUE(WS-QP) > 0
           COMPUTE WS-QPL-PCT ROUNDED =
                   WS-QPL-WVALUE(WS-QP) * 100 / WS-QPL-QVALUE(WS-QP)
               ON SIZE ERROR MOVE 0 TO WS-QPL-PCT
           END-COMPUTE
       END-IF.

       MOVE WS-QPL-QCOUNT(WS-QP) TO WS-QPL-CNT-DISP.
       MOVE WS-QPL-QVALUE(WS-QP) TO WS-QUO-AMT-DISP.
       MOVE WS-QPL-WCOUNT(WS-QP) TO WS-QPL-CNT-DISP-2.
       MOVE WS-QPL-WVALUE(WS-QP) TO WS-BOM-EXT-DISP.
       MOVE WS-QPL-PCT TO WS-QPL-PCT-DISP.
       MOVE SPACES TO PIPELINE-RECORD.
       STRING WS-QPL-CUST(WS-QP) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-QPL-NAME DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-QPL-CNT-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-QUO-AMT-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-QPL-CNT-DISP-2 DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-BOM-EXT-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-QPL-PCT-DISP DELIMITED BY SIZE
              INTO PIPELINE-RECORD
       END-STRING.
       WRITE PIPELINE-RECORD.

       ADD 1 TO WS-QP.
       GO TO QRG-PIPELINE-LINE.

       QRG-PIPELINE-TOTAL.

       MOVE SPACES TO PIPELINE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '--------------------------' DELIMITED BY SIZE
              INTO PIPELINE-RECORD
       END-STRING.
       WRITE PIPELINE-RECORD.

       IF WS-QPL-COUNT = 0
           MOVE SPACES TO PIPELINE-RECORD
           STRING 'NO QUOTES WERE ISSUED IN THE MONTH.'
                  DELIMITED BY SIZE
                  INTO PIPELINE-RECORD
           END-STRING
           WRITE PIPELINE-RECORD
           GO TO QRG-PIPELINE-CLOSE
       END-IF.

       MOVE 0 TO WS-QPL-PCT.
       IF WS-QPL-QVALUE-TOT > 0
           COMPUTE WS-QPL-PCT ROUNDED =
                   WS-QPL-WVALUE-TOT * 100 / WS-QPL-QVALUE-TOT
               ON SIZE ERROR MOVE 0 TO WS-QPL-PCT
           END-COMPUTE
       END-IF.

       MOVE WS-QPL-QCOUNT-TOT TO WS-QPL-CNT-DISP.
       MOVE WS-QPL-QVALUE-TOT TO WS-QUO-AMT-DISP.
       MOVE WS-QPL-WCOUNT-TOT TO WS-QPL-CNT-DISP-2.
       MOVE WS-QPL-WVALUE-TOT TO WS-BOM-EXT-DISP.
       MOVE WS-QPL-PCT TO WS-QPL-PCT-DISP.
       MOVE SPACES TO PIPELINE-RECORD.
       STRING 'ALL CUSTOMERS                            '
              DELIMITED BY SIZE
              WS-QPL-CNT-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-QUO-AMT-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-QPL-CNT-DISP-2 DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-BOM-EXT-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-QPL-PCT-DISP DELIMITED BY SIZE
              INTO PIPELINE-RECORD
       END-STRING.
       WRITE PIPELINE-RECORD.

       QRG-PIPELINE-CLOSE.

       CLOSE PIPELINE-FILE.

       MOVE WS-QPL-COUNT TO WS-WO-CNT-DISP.
       DISPLAY 'Pipeline report written to PIPELINE.TXT ('
           WS-WO-CNT-DISP ' customer(s)).'.
       DISPLAY ' '.
       GO TO QUOTE-REGISTER-DRIVER.

      ******************************************************************
      * Finds quote WS-QTR-LOOKUP-NUM in the register; leaves WS-QT
      * on it.
      ******************************************************************

       FIND-QUOTE.

       MOVE 'N' TO WS-QTR-FOUND.
       MOVE 1 TO WS-QT.

       FIND-QUOTE-LOOP.

       IF WS-QT > WS-QTR-COUNT
           GO TO FIND-QUOTE-DONE
       END-IF.

       IF WS-QTR-NUMBER(WS-QT) = WS-QTR-LOOKUP-NUM
           MOVE 'Y' TO WS-QTR-FOUND
           GO TO FIND-QUOTE-DONE
       END-IF.

       ADD 1 TO WS-QT.
       GO TO FIND-QUOTE-LOOP.

       FIND-QUOTE-DONE.

      ******************************************************************
      * Spells out the status of quote WS-QT in WS-QTR-STATUS-TEXT.
      ******************************************************************

       QTR-STATUS-NAME.

       MOVE 'UNKNOWN' TO WS-QTR-STATUS-TEXT.
       IF QTR-IS-OPEN(WS-QT)
           MOVE 'OPEN' TO WS-QTR-STATUS-TEXT
       END-IF.
       IF QTR-IS-ACCEPTED(WS-QT)
           MOVE 'ACCEPTED' TO WS-QTR-STATUS-TEXT
       END-IF.
       IF QTR-IS-DECLINED(WS-QT)
           MOVE 'DECLINED' TO WS-QTR-STATUS-TEXT
       END-IF.
       IF QTR-IS-EXPIRED(WS-QT)
           MOVE 'EXPIRED' TO WS-QTR-STATUS-TEXT
       END-IF.

       QTR-STATUS-NAME-DONE.

      ******************************************************************
      * Master-file integrity check (run mode 14 / "CHECK"): writes
      * INTEGRITY.TXT and ends the run with RETURN-CODE 0 (clean),
      * 4 (warnings only) or 8 (errors), the same way the batch
      * reports to the scheduler.
      ******************************************************************

       INTEGRITY-DRIVER.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.

       MOVE 0 TO WS-IC-ERRORS.
       MOVE 0 TO WS-IC-WARNINGS.

       OPEN OUTPUT INTEGRITY-FILE.

       MOVE SPACES TO INTEGRITY-RECORD.
       STRING 'MASTER-FILE INTEGRITY CHECK  RUN: ' DELIMITED BY SIZE
              WS-TODAY-X10 DELIMITED BY SIZE
              INTO INTEGRITY-RECORD
       END-STRING.
       WRITE INTEGRITY-RECORD.

       MOVE SPACES TO INTEGRITY-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '-------------------------------' DELIMITED BY SIZE
              INTO INTEGRITY-RECORD
       END-STRING.
       WRITE INTEGRITY-RECORD.

       MOVE SPACES TO INTEGRITY-RECORD.
       STRING 'FILE             REC  SEVERITY  KEY         '
              DELIMITED BY SIZE
              'EXCEPTION' DELIMITED BY SIZE
              INTO INTEGRITY-RECORD
       END-STRING.
       WRITE INTEGRITY-RECORD.

       MOVE SPACES TO INTEGRITY-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '-------------------------------' DELIMITED BY SIZE
              INTO INTEGRITY-RECORD
       END-STRING.
       WRITE INTEGRITY-RECORD.

       PERFORM IC-CHECK-SENSORS THRU IC-CHECK-SENSORS-DONE.
       PERFORM IC-CHECK-LENSCAT THRU IC-CHECK-LENSCAT-DONE.
       PERFORM IC-CHECK-CAMERAS THRU IC-CHECK-CAMERAS-DONE.
       PERFORM IC-CHECK-PRICES THRU IC-CHECK-PRICES-DONE.
       PERFORM IC-CHECK-CUSTOMERS THRU IC-CHECK-CUSTOMERS-DONE.
       PERFORM IC-CHECK-SITES THRU IC-CHECK-SITES-DONE.
       PERFORM IC-CHECK-INVENTORY THRU IC-CHECK-INVENTORY-DONE.
       PERFORM IC-CHECK-SUPPLIERS THRU IC-CHECK-SUPPLIERS-DONE.
       PERFORM IC-CHECK-SUPPCOST THRU IC-CHECK-SUPPCOST-DONE.
       PERFORM IC-CHECK-CREWS THRU IC-CHECK-CREWS-DONE.

       MOVE SPACES TO INTEGRITY-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              '-------------------------------' DELIMITED BY SIZE
              INTO INTEGRITY-RECORD
       END-STRING.
       WRITE INTEGRITY-RECORD.

       IF WS-IC-ERRORS = 0 AND WS-IC-WARNINGS = 0
           MOVE SPACES TO INTEGRITY-RECORD
           STRING 'NO EXCEPTIONS -- THE MASTER FILES AGREE.'
                  DELIMITED BY SIZE
                  INTO INTEGRITY-RECORD
           END-STRING
           WRITE INTEGRITY-RECORD
       END-IF.

       MOVE WS-IC-ERRORS TO WS-IC-CNT-DISP.
       MOVE WS-IC-WARNINGS TO WS-IC-REC-DISP.
       MOVE SPACES TO INTEGRITY-RECORD.
       STRING 'ERRORS: ' DELIMITED BY SIZE
              WS-IC-CNT-DISP DELIMITED BY SIZE
              '   WARNINGS: ' DELIMITED BY SIZE
              WS-IC-REC-DISP DELIMITED BY SIZE
              INTO INTEGRITY-RECORD
       END-STRING.
       WRITE INTEGRITY-RECORD.

       CLOSE INTEGRITY-FILE.

       IF WS-IC-ERRORS > 0
           MOVE 8 TO RETURN-CODE
       ELSE
           IF WS-IC-WARNINGS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
       END-IF.

       DISPLAY 'Integrity check: ERRORS=' WS-IC-CNT-DISP
           ' WARNINGS=' WS-IC-REC-DISP ' -- see INTEGRITY.TXT.'.
       IF WS-IC-ERRORS > 0
           DISPLAY 'Hold the survey batch until the masters are'
               ' fixed.'
       END-IF.
       DISPLAY ' '.

       CLOSE AUDIT-LOG-FILE.
       CLOSE ERROR-LOG-FILE.
       CLOSE CSV-EXPORT-FILE.
       STOP RUN.

      ******************************************************************
      * SENSORS.DAT: width and height must be numeric and non-zero,
      * and no two formats may carry the same name.
      ******************************************************************

       IC-CHECK-SENSORS.

       MOVE 'SENSORS.DAT' TO WS-IC-FILE.
       MOVE 0 TO WS-IC-REC.

       OPEN INPUT SENSOR-FILE.
       IF NOT SENSOR-FILE-OK
           MOVE SPACES TO WS-IC-KEY
           MOVE 'FILE WILL NOT OPEN' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           GO TO IC-CHECK-SENSORS-DONE
       END-IF.

       IC-CHECK-SENSORS-LOOP.

       READ SENSOR-FILE
           AT END GO TO IC-CHECK-SENSORS-EOF
       END-READ.

       ADD 1 TO WS-IC-REC.
       MOVE SR-NAME TO WS-IC-KEY.

       IF SR-WIDTH IS NOT NUMERIC OR SR-HEIGHT IS NOT NUMERIC
           MOVE 'SENSOR WIDTH/HEIGHT NOT NUMERIC' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       ELSE
           IF SR-WIDTH = 0 OR SR-HEIGHT = 0
               MOVE 'SENSOR WIDTH/HEIGHT IS ZERO' TO WS-IC-MSG
               PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           END-IF
       END-IF.

       MOVE 1 TO WS-IC-I.

       IC-CHECK-SENSORS-DUP.

       IF WS-IC-I >= WS-IC-REC OR WS-IC-I > WS-SENSOR-COUNT
           GO TO IC-CHECK-SENSORS-LOOP
       END-IF.
       IF WS-SENSOR-NAME(WS-IC-I) = SR-NAME
           MOVE WS-IC-I TO WS-IC-REC-DISP-2
           MOVE SPACES TO WS-IC-MSG
           STRING 'DUPLICATE FORMAT NAME, SEE REC ' DELIMITED BY SIZE
                  WS-IC-REC-DISP-2 DELIMITED BY SIZE
                  INTO WS-IC-MSG
           END-STRING
           PERFORM IC-WRITE-WARNING THRU IC-WRITE-WARNING-DONE
           GO TO IC-CHECK-SENSORS-LOOP
       END-IF.
       ADD 1 TO WS-IC-I.
       GO TO IC-CHECK-SENSORS-DUP.

       IC-CHECK-SENSORS-EOF.

       CLOSE SENSOR-FILE.

       IC-CHECK-SENSORS-DONE.

      ******************************************************************
      * LENSCAT.DAT: type F or V; focal lengths numeric and non-zero,
      * a varifocal's far end not below its near end; every part
      * priced on PRICES.DAT (an unpriced lens quotes at zero); an
      * image-circle format, when given, naming a row of SENSORS.DAT;
      * and no part number twice -- reported as an overlapping range
      * when the two lines' focal ranges overlap. The lens mounts are
      * cross-checked from the camera side, in IC-CHECK-CAMERAS.
      ******************************************************************

       IC-CHECK-LENSCAT.

       MOVE 'LENSCAT.DAT' TO WS-IC-FILE.
       MOVE 0 TO WS-IC-REC.

       OPEN INPUT LENS-CATALOG-FILE.
       IF NOT LENSCAT-FILE-OK
           MOVE SPACES TO WS-IC-KEY
           MOVE 'FILE WILL NOT OPEN' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           GO TO IC-CHECK-LENSCAT-DONE
       END-IF.

       IC-CHECK-LENSCAT-LOOP.

       READ LENS-CATALOG-FILE
           AT END GO TO IC-CHECK-LENSCAT-EOF
       END-READ.

       ADD 1 TO WS-IC-REC.
       MOVE LC-PART TO WS-IC-KEY.

       IF LC-TYPE NOT = 'F' AND LC-TYPE NOT = 'V'
           MOVE 'LENS TYPE IS NOT F OR V' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       END-IF.

       IF LC-NEAR IS NOT NUMERIC
           MOVE 'FOCAL LENGTH NOT NUMERIC' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       ELSE
           IF LC-NEAR = 0
               MOVE 'FOCAL LENGTH IS ZERO' TO WS-IC-MSG
               PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           END-IF
       END-IF.

       IF LC-TYPE = 'V'
           IF LC-FAR IS NOT NUMERIC
               MOVE 'FAR FOCAL LENGTH NOT NUMERIC' TO WS-IC-MSG
               PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           ELSE
               IF LC-FAR = 0
                   MOVE 'FAR FOCAL LENGTH IS ZERO' TO WS-IC-MSG
                   PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
               ELSE
                   IF LC-NEAR IS NUMERIC AND LC-FAR < LC-NEAR
                       MOVE 'FAR FOCAL LENGTH BELOW NEAR'
                           TO WS-IC-MSG
                       PERFORM IC-WRITE-ERROR
                           THRU IC-WRITE-ERROR-DONE
                   END-IF
               END-IF
           END-IF
       END-IF.

       IF LC-FORMAT-X NOT = SPACES
           IF LC-FORMAT IS NOT NUMERIC
               MOVE 'LENS FORMAT NOT NUMERIC' TO WS-IC-MSG
               PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           ELSE
               IF LC-FORMAT > WS-SENSOR-COUNT
                   MOVE LC-FORMAT TO WS-IC-CODE-DISP
                   MOVE SPACES TO WS-IC-MSG
                   STRING 'LENS FORMAT ' DELIMITED BY SIZE
                          WS-IC-CODE-DISP DELIMITED BY SIZE
                          ' IS NOT A ROW OF SENSORS.DAT'
                          DELIMITED BY SIZE
                          INTO WS-IC-MSG
                   END-STRING
                   PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
               END-IF
           END-IF
       END-IF.

       MOVE LC-PART TO WS-PRICE-LOOKUP-PART.
       PERFORM FIND-PRICE-FOR-PART THRU FIND-PRICE-FOR-PART-DONE.
       IF NOT BOM-PRICE-FOUND
           MOVE 'NO PRICES.DAT PRICE -- WOULD QUOTE AT ZERO'
               TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       END-IF.

       IF WS-IC-REC > WS-LENS-COUNT
           GO TO IC-CHECK-LENSCAT-LOOP
       END-IF.
       MOVE WS-IC-REC TO WS-L.
       MOVE 1 TO WS-IC-I.

       IC-CHECK-LENSCAT-DUP.

       IF WS-IC-I >= WS-IC-REC
           GO TO IC-CHECK-LENSCAT-LOOP
       END-IF.
       IF WS-LENS-PART(WS-IC-I) = WS-LENS-PART(WS-L)
           MOVE WS-IC-I TO WS-IC-REC-DISP-2
           MOVE SPACES TO WS-IC-MSG
           IF WS-LENS-NEAR(WS-IC-I) NOT > WS-LENS-FAR(WS-L)
               AND WS-LENS-NEAR(WS-L) NOT > WS-LENS-FAR(WS-IC-I)
               STRING 'RANGE OVERLAPS SAME PART AT REC '
                      DELIMITED BY SIZE
                      WS-IC-REC-DISP-2 DELIMITED BY SIZE
                      INTO WS-IC-MSG
               END-STRING
           ELSE
               STRING 'DUPLICATE PART NUMBER, SEE REC '
                      DELIMITED BY SIZE
                      WS-IC-REC-DISP-2 DELIMITED BY SIZE
                      INTO WS-IC-MSG
               END-STRING
           END-IF
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           GO TO IC-CHECK-LENSCAT-LOOP
       END-IF.
       ADD 1 TO WS-IC-I.
       GO TO IC-CHECK-LENSCAT-DUP.

       IC-CHECK-LENSCAT-EOF.

       CLOSE LENS-CATALOG-FILE.

       IC-CHECK-LENSCAT-DONE.

      ******************************************************************
      * CAMERAS.DAT: the sensor code must name a row of SENSORS.DAT,
      * the resolution must be numeric and non-zero, the warranty
      * months numeric (the loader makes a bad one zero, and the
      * asset's warranty would end on its install date), and no
      * model code may appear twice. A lens mount that no LENSCAT.DAT
      * lens carries is a warning -- every stock match for the model
      * would come back as no compatible stock lens.
      ******************************************************************

       IC-CHECK-CAMERAS.

       MOVE 'CAMERAS.DAT' TO WS-IC-FILE.
       MOVE 0 TO WS-IC-REC.

       OPEN INPUT CAMERA-MASTER-FILE.
       IF NOT CAMERA-FILE-OK
           MOVE SPACES TO WS-IC-KEY
           MOVE 'FILE WILL NOT OPEN' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           GO TO IC-CHECK-CAMERAS-DONE
       END-IF.

       IC-CHECK-CAMERAS-LOOP.

       READ CAMERA-MASTER-FILE
           AT END GO TO IC-CHECK-CAMERAS-EOF
       END-READ.

       ADD 1 TO WS-IC-REC.
       MOVE CM-MODEL-CODE TO WS-IC-KEY.

       IF CM-SENSOR-CODE IS NOT NUMERIC
           MOVE 'SENSOR CODE NOT NUMERIC' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       ELSE
           IF CM-SENSOR-CODE = 0
               OR CM-SENSOR-CODE > WS-SENSOR-COUNT
               MOVE CM-SENSOR-CODE TO WS-IC-CODE-DISP
               MOVE SPACES TO WS-IC-MSG
               STRING 'SENSOR CODE ' DELIMITED BY SIZE
                      WS-IC-CODE-DISP DELIMITED BY SIZE
                      ' IS NOT A ROW OF SENSORS.DAT' DELIMITED BY SIZE
                      INTO WS-IC-MSG
               END-STRING
               PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           END-IF
       END-IF.

       IF CM-RESOLUTION IS NOT NUMERIC
           MOVE 'RESOLUTION NOT NUMERIC' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       ELSE
           IF CM-RESOLUTION = 0
               MOVE 'RESOLUTION IS ZERO' TO WS-IC-MSG
               PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           END-IF
       END-IF.

       IF CM-WARRANTY-MO IS NOT NUMERIC
           MOVE 'WARRANTY MONTHS NOT NUMERIC' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       END-IF.

       MOVE 1 TO WS-IC-J.

       IC-CHECK-CAMERAS-MOUNT.

       IF CM-LENS-MOUNT = SPACES
           GO TO IC-CHECK-CAMERAS-MOUNT-DONE
       END-IF.
       IF WS-IC-J > WS-LENS-COUNT
           MOVE SPACES TO WS-IC-MSG
           STRING 'LENS MOUNT ' DELIMITED BY SIZE
                  CM-LENS-MOUNT DELIMITED BY SIZE
                  ' IS ON NO LENSCAT.DAT LENS' DELIMITED BY SIZE
                  INTO WS-IC-MSG
           END-STRING
           PERFORM IC-WRITE-WARNING THRU IC-WRITE-WARNING-DONE
           GO TO IC-CHECK-CAMERAS-MOUNT-DONE
       END-IF.
       IF WS-LENS-MOUNT(WS-IC-J) = CM-LENS-MOUNT
           GO TO IC-CHECK-CAMERAS-MOUNT-DONE
       END-IF.
       ADD 1 TO WS-IC-J.
       GO TO IC-CHECK-CAMERAS-MOUNT.

       IC-CHECK-CAMERAS-MOUNT-DONE.

       MOVE 1 TO WS-IC-I.

       IC-CHECK-CAMERAS-DUP.

       IF WS-IC-I >= WS-IC-REC OR WS-IC-I > WS-MODEL-COUNT
           GO TO IC-CHECK-CAMERAS-LOOP
       END-IF.
       IF WS-MODEL-CODE(WS-IC-I) = CM-MODEL-CODE
           MOVE WS-IC-I TO WS-IC-REC-DISP-2
           MOVE SPACES TO WS-IC-MSG
           STRING 'DUPLICATE MODEL CODE, SEE REC ' DELIMITED BY SIZE
                  WS-IC-REC-DISP-2 DELIMITED BY SIZE
                  INTO WS-IC-MSG
           END-STRING
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           GO TO IC-CHECK-CAMERAS-LOOP
       END-IF.
       ADD 1 TO WS-IC-I.
       GO TO IC-CHECK-CAMERAS-DUP.

       IC-CHECK-CAMERAS-EOF.

       CLOSE CAMERA-MASTER-FILE.

       IC-CHECK-CAMERAS-DONE.

      ******************************************************************
      * PRICES.DAT: a zero (or non-numeric) price, or the same part
      * priced twice -- only the first price is ever used.
      ******************************************************************

       IC-CHECK-PRICES.

       MOVE 'PRICES.DAT' TO WS-IC-FILE.
       MOVE 1 TO WS-IC-REC.

       IC-CHECK-PRICES-LOOP.

       IF WS-IC-REC > WS-PRICE-COUNT
           GO TO IC-CHECK-PRICES-DONE
       END-IF.

       MOVE WS-PRICE-PART(WS-IC-REC) TO WS-IC-KEY.
       IF WS-PRICE-AMOUNT(WS-IC-REC) = 0
           MOVE 'PRICE IS ZERO OR NOT NUMERIC' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       END-IF.

       MOVE 1 TO WS-IC-I.

       IC-CHECK-PRICES-DUP.

       IF WS-IC-I >= WS-IC-REC
           GO TO IC-CHECK-PRICES-NEXT
       END-IF.
       IF WS-PRICE-PART(WS-IC-I) = WS-PRICE-PART(WS-IC-REC)
           MOVE WS-IC-I TO WS-IC-REC-DISP-2
           MOVE SPACES TO WS-IC-MSG
           STRING 'DUPLICATE PART NUMBER, SEE REC ' DELIMITED BY SIZE
                  WS-IC-REC-DISP-2 DELIMITED BY SIZE
                  INTO WS-IC-MSG
           END-STRING
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           GO TO IC-CHECK-PRICES-NEXT
       END-IF.
       ADD 1 TO WS-IC-I.
       GO TO IC-CHECK-PRICES-DUP.

       IC-CHECK-PRICES-NEXT.

       ADD 1 TO WS-IC-REC.
       GO TO IC-CHECK-PRICES-LOOP.

       IC-CHECK-PRICES-DONE.

      ******************************************************************
      * CUSTMAST.DAT: no customer code twice.
      ******************************************************************

       IC-CHECK-CUSTOMERS.

       MOVE 'CUSTMAST.DAT' TO WS-IC-FILE.
       MOVE 1 TO WS-IC-REC.

       IC-CHECK-CUSTOMERS-LOOP.

       IF WS-IC-REC > WS-CUST-COUNT
           GO TO IC-CHECK-CUSTOMERS-DONE
       END-IF.

       MOVE WS-CUST-CODE(WS-IC-REC) TO WS-IC-KEY.
       MOVE 1 TO WS-IC-I.

       IC-CHECK-CUSTOMERS-DUP.

       IF WS-IC-I >= WS-IC-REC
           GO TO IC-CHECK-CUSTOMERS-NEXT
       END-IF.
       IF WS-CUST-CODE(WS-IC-I) = WS-CUST-CODE(WS-IC-REC)
           MOVE WS-IC-I TO WS-IC-REC-DISP-2
           MOVE SPACES TO WS-IC-MSG
           STRING 'DUPLICATE CUSTOMER CODE, SEE REC ' DELIMITED BY SIZE
                  WS-IC-REC-DISP-2 DELIMITED BY SIZE
                  INTO WS-IC-MSG
           END-STRING
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           GO TO IC-CHECK-CUSTOMERS-NEXT
       END-IF.
       ADD 1 TO WS-IC-I.
       GO TO IC-CHECK-CUSTOMERS-DUP.

       IC-CHECK-CUSTOMERS-NEXT.

       ADD 1 TO WS-IC-REC.
       GO TO IC-CHECK-CUSTOMERS-LOOP.

       IC-CHECK-CUSTOMERS-DONE.

      ******************************************************************
      * SITEMAST.DAT: the billing customer must be on CUSTMAST.DAT (a
      * site with no code at all is only a warning -- it quotes at
      * list price and cannot be invoiced), and neither the site code
      * nor the site name (which survey headers are matched on) may
      * appear twice.
      ******************************************************************

       IC-CHECK-SITES.

       MOVE 'SITEMAST.DAT' TO WS-IC-FILE.
       MOVE 1 TO WS-IC-REC.

       IC-CHECK-SITES-LOOP.

       IF WS-IC-REC > WS-SITEM-COUNT
           GO TO IC-CHECK-SITES-DONE
       END-IF.

       MOVE WS-SITEM-CODE(WS-IC-REC) TO WS-IC-KEY.

       IF WS-SITEM-CUST(WS-IC-REC) = SPACES
           MOVE 'NO BILLING CUSTOMER CODE' TO WS-IC-MSG
           PERFORM IC-WRITE-WARNING THRU IC-WRITE-WARNING-DONE
       ELSE
           MOVE WS-SITEM-CUST(WS-IC-REC) TO WS-LOOKUP-CUST
           PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-DONE
           IF NOT CUSTOMER-FOUND
               MOVE SPACES TO WS-IC-MSG
               STRING 'CUSTOMER ' DELIMITED BY SIZE
                      WS-LOOKUP-CUST DELIMITED BY SIZE
                      ' IS NOT ON CUSTMAST.DAT' DELIMITED BY SIZE
                      INTO WS-IC-MSG
               END-STRING
               PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           END-IF
       END-IF.

       MOVE 1 TO WS-IC-I.

       IC-CHECK-SITES-DUP.

       IF WS-IC-I >= WS-IC-REC
           GO TO IC-CHECK-SITES-NEXT
       END-IF.
       IF WS-SITEM-CODE(WS-IC-I) = WS-SITEM-CODE(WS-IC-REC)
           MOVE WS-IC-I TO WS-IC-REC-DISP-2
           MOVE SPACES TO WS-IC-MSG
           STRING 'DUPLICATE SITE CODE, SEE REC ' DELIMITED BY SIZE
                  WS-IC-REC-DISP-2 DELIMITED BY SIZE
                  INTO WS-IC-MSG
           END-STRING
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       END-IF.
       IF WS-SITEM-NAME(WS-IC-I) = WS-SITEM-NAME(WS-IC-REC)
           MOVE WS-IC-I TO WS-IC-REC-DISP-2
           MOVE SPACES TO WS-IC-MSG
           STRING 'DUPLICATE SITE NAME, SEE REC ' DELIMITED BY SIZE
                  WS-IC-REC-DISP-2 DELIMITED BY SIZE
                  INTO WS-IC-MSG
           END-STRING
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       END-IF.
       ADD 1 TO WS-IC-I.
       GO TO IC-CHECK-SITES-DUP.

       IC-CHECK-SITES-NEXT.

       ADD 1 TO WS-IC-REC.
       GO TO IC-CHECK-SITES-LOOP.

       IC-CHECK-SITES-DONE.

      ******************************************************************
      * INVENTORY.DAT: a stocked part that is not in the lens catalog
      * can never be matched or picked (a warning), and no part may
      * be stocked on two lines.
      ******************************************************************

       IC-CHECK-INVENTORY.

       MOVE 'INVENTORY.DAT' TO WS-IC-FILE.
       MOVE 1 TO WS-IC-REC.

       IC-CHECK-INVENTORY-LOOP.

       IF WS-IC-REC > WS-INV-COUNT
           GO TO IC-CHECK-INVENTORY-DONE
       END-IF.

       MOVE WS-INV-PART(WS-IC-REC) TO WS-IC-KEY.
       MOVE WS-INV-PART(WS-IC-REC) TO WS-LENS-LOOKUP-PART.
       PERFORM FIND-LENS-BY-PART THRU FIND-LENS-BY-PART-DONE.
       IF NOT LENS-PART-FOUND
           MOVE 'PART IS NOT IN LENSCAT.DAT' TO WS-IC-MSG
           PERFORM IC-WRITE-WARNING THRU IC-WRITE-WARNING-DONE
       END-IF.

       MOVE 1 TO WS-IC-I.

       IC-CHECK-INVENTORY-DUP.

       IF WS-IC-I >= WS-IC-REC
           GO TO IC-CHECK-INVENTORY-NEXT
       END-IF.
       IF WS-INV-PART(WS-IC-I) = WS-INV-PART(WS-IC-REC)
           MOVE WS-IC-I TO WS-IC-REC-DISP-2
           MOVE SPACES TO WS-IC-MSG
           STRING 'DUPLICATE PART NUMBER, SEE REC ' DELIMITED BY SIZE
                  WS-IC-REC-DISP-2 DELIMITED BY SIZE
                  INTO WS-IC-MSG
           END-STRING
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           GO TO IC-CHECK-INVENTORY-NEXT
       END-IF.
       ADD 1 TO WS-IC-I.
       GO TO IC-CHECK-INVENTORY-DUP.

       IC-CHECK-INVENTORY-NEXT.

       ADD 1 TO WS-IC-REC.
       GO TO IC-CHECK-INVENTORY-LOOP.

       IC-CHECK-INVENTORY-DONE.

      ******************************************************************
      * SUPPLIER.DAT: the lead time must be numeric (the loader makes
      * a bad one zero, and every PO to the supplier would be due the
      * day it is raised), and no supplier code may appear twice --
      * only the first line is ever found.
      ******************************************************************

       IC-CHECK-SUPPLIERS.

       MOVE 'SUPPLIER.DAT' TO WS-IC-FILE.
       MOVE 0 TO WS-IC-REC.

       OPEN INPUT SUPPLIER-FILE.
       IF NOT SUP-FILE-OK
           MOVE SPACES TO WS-IC-KEY
           MOVE 'FILE WILL NOT OPEN' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           GO TO IC-CHECK-SUPPLIERS-DONE
       END-IF.

       IC-CHECK-SUPPLIERS-LOOP.

       READ SUPPLIER-FILE
           AT END GO TO IC-CHECK-SUPPLIERS-EOF
       END-READ.

       ADD 1 TO WS-IC-REC.
       MOVE SUP-CODE TO WS-IC-KEY.

       IF SUP-LEAD-DAYS IS NOT NUMERIC
           MOVE 'LEAD-TIME DAYS NOT NUMERIC' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       END-IF.

       MOVE 1 TO WS-IC-I.

       IC-CHECK-SUPPLIERS-DUP.

       IF WS-IC-I >= WS-IC-REC OR WS-IC-I > WS-SUP-COUNT
           GO TO IC-CHECK-SUPPLIERS-LOOP
       END-IF.
       IF WS-SUP-CODE(WS-IC-I) = SUP-CODE
           MOVE WS-IC-I TO WS-IC-REC-DISP-2
           MOVE SPACES TO WS-IC-MSG
           STRING 'DUPLICATE SUPPLIER CODE, SEE REC ' DELIMITED BY SIZE
                  WS-IC-REC-DISP-2 DELIMITED BY SIZE
                  INTO WS-IC-MSG
           END-STRING
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           GO TO IC-CHECK-SUPPLIERS-LOOP
       END-IF.
       ADD 1 TO WS-IC-I.
       GO TO IC-CHECK-SUPPLIERS-DUP.

       IC-CHECK-SUPPLIERS-EOF.

       CLOSE SUPPLIER-FILE.

       IC-CHECK-SUPPLIERS-DONE.

      ******************************************************************
      * SUPPCOST.DAT: the supplier must be on SUPPLIER.DAT and the
      * part in LENSCAT.DAT -- purchasing passes over either row
      * without a word, so the part is never ordered from it; the
      * cost must be numeric and non-zero (a zero cost always wins
      * the cheapest-supplier pick), and the minimum order quantity
      * numeric (a zero minimum is only a warning).
      ******************************************************************

       IC-CHECK-SUPPCOST.

       MOVE 'SUPPCOST.DAT' TO WS-IC-FILE.
       MOVE 0 TO WS-IC-REC.

       OPEN INPUT SUPP-COST-FILE.
       IF NOT SPC-FILE-OK
           MOVE SPACES TO WS-IC-KEY
           MOVE 'FILE WILL NOT OPEN' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           GO TO IC-CHECK-SUPPCOST-DONE
       END-IF.

       IC-CHECK-SUPPCOST-LOOP.

       READ SUPP-COST-FILE
           AT END GO TO IC-CHECK-SUPPCOST-EOF
       END-READ.

       ADD 1 TO WS-IC-REC.
       MOVE SPC-PART TO WS-IC-KEY.

       MOVE SPC-SUPPLIER TO WS-SUP-LOOKUP-CODE.
       PERFORM FIND-SUPPLIER THRU FIND-SUPPLIER-DONE.
       IF NOT SUPPLIER-FOUND
           MOVE SPACES TO WS-IC-MSG
           STRING 'SUPPLIER ' DELIMITED BY SIZE
                  SPC-SUPPLIER DELIMITED BY SIZE
                  ' IS NOT ON SUPPLIER.DAT' DELIMITED BY SIZE
                  INTO WS-IC-MSG
           END-STRING
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       END-IF.

       MOVE SPC-PART TO WS-LENS-LOOKUP-PART.
       PERFORM FIND-LENS-BY-PART THRU FIND-LENS-BY-PART-DONE.
       IF NOT LENS-PART-FOUND
           MOVE 'PART IS NOT IN LENSCAT.DAT' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       END-IF.

       IF SPC-COST IS NOT NUMERIC
           MOVE 'SUPPLIER COST NOT NUMERIC' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       ELSE
           IF SPC-COST = 0
               MOVE 'SUPPLIER COST IS ZERO' TO WS-IC-MSG
               PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           END-IF
       END-IF.

       IF SPC-MIN-QTY IS NOT NUMERIC
           MOVE 'MINIMUM ORDER QTY NOT NUMERIC' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       ELSE
           IF SPC-MIN-QTY = 0
               MOVE 'MINIMUM ORDER QTY IS ZERO' TO WS-IC-MSG
               PERFORM IC-WRITE-WARNING THRU IC-WRITE-WARNING-DONE
           END-IF
       END-IF.

       GO TO IC-CHECK-SUPPCOST-LOOP.

       IC-CHECK-SUPPCOST-EOF.

       CLOSE SUPP-COST-FILE.

       IC-CHECK-SUPPCOST-DONE.

      ******************************************************************
      * CREWS.DAT: the cameras-per-day capacity must be numeric and
      * non-zero (the scheduler can book nothing on a zero-capacity
      * crew), the lift-certified and active flags Y or N, and no
      * crew code may appear twice. A qualified mount type that no
      * CAMERAS.DAT model uses is a warning -- it is most likely a
      * misspelling, and the crew will never be offered that work.
      ******************************************************************

       IC-CHECK-CREWS.

       MOVE 'CREWS.DAT' TO WS-IC-FILE.
       MOVE 1 TO WS-IC-REC.

       IC-CHECK-CREWS-LOOP.

       IF WS-IC-REC > WS-CREW-COUNT
           GO TO IC-CHECK-CREWS-DONE
       END-IF.

       MOVE WS-CREW-CODE(WS-IC-REC) TO WS-IC-KEY.

       IF WS-CREW-CAPACITY(WS-IC-REC) = 0
           MOVE 'DAILY CAPACITY IS ZERO OR NOT NUMERIC' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       END-IF.

       IF WS-CREW-LIFT-CERT(WS-IC-REC) NOT = 'Y'
           AND WS-CREW-LIFT-CERT(WS-IC-REC) NOT = 'N'
           MOVE 'LIFT-CERTIFIED FLAG IS NOT Y OR N' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       END-IF.

       IF WS-CREW-ACTIVE(WS-IC-REC) NOT = 'Y'
           AND WS-CREW-ACTIVE(WS-IC-REC) NOT = 'N'
           MOVE 'ACTIVE FLAG IS NOT Y OR N' TO WS-IC-MSG
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
       END-IF.

       MOVE 1 TO WS-CRM.

       IC-CHECK-CREWS-MOUNT.

       IF WS-CRM > 4
           GO TO IC-CHECK-CREWS-MOUNT-DONE
       END-IF.
       IF WS-CREW-MOUNT(WS-IC-REC, WS-CRM) = SPACES
           GO TO IC-CHECK-CREWS-MOUNT-NEXT
       END-IF.
       MOVE 1 TO WS-IC-J.

       IC-CHECK-CREWS-MODEL.

       IF WS-IC-J > WS-MODEL-COUNT
           MOVE SPACES TO WS-IC-MSG
           STRING 'MOUNT TYPE ' DELIMITED BY SIZE
                  WS-CREW-MOUNT(WS-IC-REC, WS-CRM) DELIMITED BY SIZE
                  ' IS ON NO CAMERAS.DAT MODEL' DELIMITED BY SIZE
                  INTO WS-IC-MSG
           END-STRING
           PERFORM IC-WRITE-WARNING THRU IC-WRITE-WARNING-DONE
           GO TO IC-CHECK-CREWS-MOUNT-NEXT
       END-IF.
       IF WS-MODEL-MOUNT(WS-IC-J) = WS-CREW-MOUNT(WS-IC-REC, WS-CRM)
           GO TO IC-CHECK-CREWS-MOUNT-NEXT
       END-IF.
       ADD 1 TO WS-IC-J.
       GO TO IC-CHECK-CREWS-MODEL.

       IC-CHECK-CREWS-MOUNT-NEXT.

       ADD 1 TO WS-CRM.
       GO TO IC-CHECK-CREWS-MOUNT.

       IC-CHECK-CREWS-MOUNT-DONE.

       MOVE 1 TO WS-IC-I.

       IC-CHECK-CREWS-DUP.

       IF WS-IC-I >= WS-IC-REC
           GO TO IC-CHECK-CREWS-NEXT
       END-IF.
       IF WS-CREW-CODE(WS-IC-I) = WS-CREW-CODE(WS-IC-REC)
           MOVE WS-IC-I TO WS-IC-REC-DISP-2
           MOVE SPACES TO WS-IC-MSG
           STRING 'DUPLICATE CREW CODE, SEE REC ' DELIMITED BY SIZE
                  WS-IC-REC-DISP-2 DELIMITED BY SIZE
                  INTO WS-IC-MSG
           END-STRING
           PERFORM IC-WRITE-ERROR THRU IC-WRITE-ERROR-DONE
           GO TO IC-CHECK-CREWS-NEXT
       END-IF.
       ADD 1 TO WS-IC-I.
       GO TO IC-CHECK-CREWS-DUP.

       IC-CHECK-CREWS-NEXT.

       ADD 1 TO WS-IC-REC.
       GO TO IC-CHECK-CREWS-LOOP.

       IC-CHECK-CREWS-DONE.

      ******************************************************************
      * Writes one exception line -- WS-IC-FILE, record WS-IC-REC,
      * WS-IC-KEY and WS-IC-MSG -- as an error or a warning.
      ******************************************************************

       IC-WRITE-ERROR.

       MOVE 'ERROR' TO WS-IC-SEV.
       ADD 1 TO WS-IC-ERRORS.
       PERFORM IC-WRITE-LINE THRU IC-WRITE-LINE-DONE.

       IC-WRITE-ERROR-DONE.

       IC-WRITE-WARNING.

       MOVE 'WARNING' TO WS-IC-SEV.
       ADD 1 TO WS-IC-WARNINGS.
       PERFORM IC-WRITE-LINE THRU IC-WRITE-LINE-DONE.

       IC-WRITE-WARNING-DONE.

       IC-WRITE-LINE.

       MOVE WS-IC-REC TO WS-IC-REC-DISP.
       MOVE SPACES TO INTEGRITY-RECORD.
       STRING WS-IC-FILE DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-IC-REC-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-IC-SEV DELIMITED BY SIZE
              '   ' DELIMITED BY SIZE
              WS-IC-KEY DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-IC-MSG DELIMITED BY SIZE
              INTO INTEGRITY-RECORD
       END-STRING.
       WRITE INTEGRITY-RECORD.

       IC-WRITE-LINE-DONE.

      ******************************************************************
      * Month-end audit summary and reconciliation (run mode 4).
      * AUDIT.LOG and the other logs are open in extend mode for the
      * session, so they are closed, read back, and reopened by the
      * next pass through START-CALCULATOR.
      ******************************************************************

       AUDIT-REPORT-DRIVER.

       MOVE 0 TO WS-AUD-TOTAL.
       MOVE 0 TO WS-AUD-UNPARSED.
       MOVE 0 TO WS-AUD-DAY-COUNT.
       MOVE 0 TO WS-AUD-CAM-COUNT.
       MOVE 0 TO WS-CSVR-CAM-COUNT.
       MOVE 0 TO WS-ERR-TOTAL.
       MOVE 0 TO WS-ERR-SKIPPED.
       MOVE 0 TO WS-CSV-ROW-COUNT.
       MOVE 'N' TO WS-AUD-CAM-FULL.
       MOVE 'N' TO WS-CSVR-CAM-FULL.
       MOVE ZEROS TO WS-AUD-CALC-COUNTS.
       MOVE ZEROS TO WS-AUD-SENSOR-COUNTS.

      * A keyed period reports from the matching archive cut by the
      * housekeeping run, instead of scanning the whole live logs.
       MOVE 'N' TO WS-AUD-USE-ARCH.
       DISPLAY 'Period (YYYY-MM) to report from archive, blank for'
           ' the live logs: ' WITH NO ADVANCING.
       ACCEPT WS-AUD-PERIOD.
       DISPLAY ' '.

       IF WS-AUD-PERIOD NOT = SPACES
           MOVE WS-AUD-PERIOD TO WS-HK-PERIOD
           PERFORM VALIDATE-HK-PERIOD THRU VALIDATE-HK-PERIOD-DONE
           IF NOT HK-PERIOD-OK
               DISPLAY 'ERROR: Enter the period as YYYY-MM.'
               DISPLAY ' '
               GO TO START-CALCULATOR
           END-IF
           PERFORM HK-CHECK-INDEX THRU HK-CHECK-INDEX-DONE
           IF NOT HK-PERIOD-ARCHIVED
               DISPLAY 'No archive exists for that period.'
               DISPLAY ' '
               GO TO START-CALCULATOR
           END-IF
           MOVE 'Y' TO WS-AUD-USE-ARCH
       END-IF.

       CLOSE AUDIT-LOG-FILE.
       CLOSE ERROR-LOG-FILE.
       CLOSE CSV-EXPORT-FILE.
       MOVE 'N' TO WS-LOG-FILES-OPEN.
       MOVE 'N' TO WS-ERR-FILES-OPEN.
       MOVE 'N' TO WS-CSV-FILES-OPEN.

       IF AUDIT-FROM-ARCHIVE
           MOVE SPACES TO WS-ARCHIVE-IN-NAME
           STRING 'AUDIT-' DELIMITED BY SIZE
                  WS-HK-SUFFIX DELIMITED BY SIZE
                  '.ARC' DELIMITED BY SIZE
                  INTO WS-ARCHIVE-IN-NAME
           END-STRING
           OPEN INPUT ARCHIVE-IN-FILE
           GO TO AUDIT-ARCH-READ-LOOP
       END-IF.

       OPEN INPUT AUDIT-LOG-FILE.

       AUDIT-READ-LOOP.

       READ AUDIT-LOG-FILE
           AT END GO TO AUDIT-READ-DONE
       END-READ.

       PERFORM PROCESS-AUDIT-LINE THRU PROCESS-AUDIT-LINE-DONE.

       GO TO AUDIT-READ-LOOP.

       AUDIT-READ-DONE.

       CLOSE AUDIT-LOG-FILE.
       GO TO ERR-COUNT-START.

       AUDIT-ARCH-READ-LOOP.

       READ ARCHIVE-IN-FILE
           AT END GO TO AUDIT-ARCH-READ-DONE
       END-READ.

       MOVE ARCHIVE-IN-RECORD TO AUDIT-LOG-RECORD.
       PERFORM PROCESS-AUDIT-LINE THRU PROCESS-AUDIT-LINE-DONE.

       GO TO AUDIT-ARCH-READ-LOOP.

       AUDIT-ARCH-READ-DONE.

       CLOSE ARCHIVE-IN-FILE.

       ERR-COUNT-START.

       IF AUDIT-FROM-ARCHIVE
           MOVE SPACES TO WS-ARCHIVE-IN-NAME
           STRING 'ERRORS-' DELIMITED BY SIZE
                  WS-HK-SUFFIX DELIMITED BY SIZE
                  '.ARC' DELIMITED BY SIZE
                  INTO WS-ARCHIVE-IN-NAME
           END-STRING
           OPEN INPUT ARCHIVE-IN-FILE
           GO TO ERR-ARCH-COUNT-LOOP
       END-IF.

       OPEN INPUT ERROR-LOG-FILE.

       ERR-COUNT-LOOP.

       READ ERROR-LOG-FILE
           AT END GO TO ERR-COUNT-DONE
       END-READ.

       PERFORM PROCESS-ERROR-LINE THRU PROCESS-ERROR-LINE-DONE.

       GO TO ERR-COUNT-LOOP.

       ERR-COUNT-DONE.

       CLOSE ERROR-LOG-FILE.
       GO TO CSV-COUNT-START.

       ERR-ARCH-COUNT-LOOP.

       READ ARCHIVE-IN-FILE
           AT END GO TO ERR-ARCH-COUNT-DONE
       END-READ.

       MOVE ARCHIVE-IN-RECORD TO ERROR-LOG-RECORD.
       PERFORM PROCESS-ERROR-LINE THRU PROCESS-ERROR-LINE-DONE.

       GO TO ERR-ARCH-COUNT-LOOP.

       ERR-ARCH-COUNT-DONE.

       CLOSE ARCHIVE-IN-FILE.

       CSV-COUNT-START.

       IF AUDIT-FROM-ARCHIVE
           MOVE SPACES TO WS-ARCHIVE-IN-NAME
           STRING 'RESULTS-' DELIMITED BY SIZE
                  WS-HK-SUFFIX DELIMITED BY SIZE
                  '.ARC' DELIMITED BY SIZE
                  INTO WS-ARCHIVE-IN-NAME
           END-STRING
           OPEN INPUT ARCHIVE-IN-FILE
           GO TO CSV-ARCH-COUNT-LOOP
       END-IF.

       OPEN INPUT CSV-EXPORT-FILE.

       CSV-COUNT-LOOP.

       READ CSV-EXPORT-FILE
           AT END GO TO CSV-COUNT-DONE
       END-READ.

       PERFORM PROCESS-CSV-ROW THRU PROCESS-CSV-ROW-DONE.

       GO TO CSV-COUNT-LOOP.

       CSV-COUNT-DONE.

       CLOSE CSV-EXPORT-FILE.
       GO TO AUDIT-SUMMARY-START.

       CSV-ARCH-COUNT-LOOP.

       READ ARCHIVE-IN-FILE
           AT END GO TO CSV-ARCH-COUNT-DONE
       END-READ.

       MOVE ARCHIVE-IN-RECORD TO CSV-EXPORT-RECORD.
       PERFORM PROCESS-CSV-ROW THRU PROCESS-CSV-ROW-DONE.

       GO TO CSV-ARCH-COUNT-LOOP.

       CSV-ARCH-COUNT-DONE.

       CLOSE ARCHIVE-IN-FILE.

       AUDIT-SUMMARY-START.

       PERFORM WRITE-AUDIT-SUMMARY THRU WRITE-AUDIT-SUMMARY-DONE.

       MOVE WS-AUD-TOTAL TO WS-AUD-COUNT-DISP.
       DISPLAY 'Audit lines read: ' WS-AUD-COUNT-DISP '.'.
       MOVE WS-CSV-ROW-COUNT TO WS-AUD-COUNT-DISP.
       DISPLAY 'RESULTS.CSV data rows: ' WS-AUD-COUNT-DISP '.'.
       DISPLAY 'Summary written to AUDITSUM.TXT.'.
       DISPLAY ' '.

       GO TO START-CALCULATOR.

      ******************************************************************
      * One AUDIT.LOG line (live or archived, already in the record
      * area) accumulated into the month-end counts.
      ******************************************************************

       PROCESS-AUDIT-LINE.

       ADD 1 TO WS-AUD-TOTAL.
       MOVE AUDIT-LOG-RECORD TO WS-AUDIT-LINE.

       IF WS-AL-TAG NOT = 'CALC='
           ADD 1 TO WS-AUD-UNPARSED
           GO TO PROCESS-AUDIT-LINE-DONE
       END-IF.

       IF WS-AL-CALC >= '1' AND WS-AL-CALC <= '9'
           MOVE WS-AL-CALC TO WS-AL-CALC-NUM
           ADD 1 TO WS-AUD-CALC-COUNT(WS-AL-CALC-NUM)
       END-IF.

       IF WS-AL-SENSOR IS NUMERIC
           MOVE WS-AL-SENSOR TO WS-AL-SENSOR-NUM
           IF WS-AL-SENSOR-NUM >= 1 AND WS-AL-SENSOR-NUM <= 50
               ADD 1 TO WS-AUD-SENSOR-COUNT(WS-AL-SENSOR-NUM)
           END-IF
       END-IF.

       PERFORM ADD-AUDIT-DAY THRU ADD-AUDIT-DAY-DONE.

       MOVE SPACES TO WS-AL-SCRAP.
       MOVE SPACES TO WS-AL-CAMERA.
       UNSTRING AUDIT-LOG-RECORD DELIMITED BY 'CAMERA='
           INTO WS-AL-SCRAP WS-AL-CAMERA
       END-UNSTRING.

       IF WS-AL-CAMERA NOT = SPACES
           PERFORM ADD-AUDIT-CAMERA THRU ADD-AUDIT-CAMERA-DONE
       END-IF.

       PROCESS-AUDIT-LINE-DONE.

      ******************************************************************
      * One ERRORS.LOG line (live or archived) counted.
      ******************************************************************

       PROCESS-ERROR-LINE.

       ADD 1 TO WS-ERR-TOTAL.
       MOVE 0 TO WS-INSPECT-TALLY.
       INSPECT ERROR-LOG-RECORD
           TALLYING WS-INSPECT-TALLY FOR ALL ' SKIPPED'.
       IF WS-INSPECT-TALLY > 0
           ADD 1 TO WS-ERR-SKIPPED
       END-IF.

       PROCESS-ERROR-LINE-DONE.

      ******************************************************************
      * One RESULTS.CSV row (live or archived) counted and its camera
      * collected for the reconciliation pass.
      ******************************************************************

       PROCESS-CSV-ROW.

       MOVE SPACES TO WS-RECON-CAM.
       MOVE SPACES TO WS-AL-SCRAP.
       UNSTRING CSV-EXPORT-RECORD DELIMITED BY ','
           INTO WS-RECON-CAM WS-AL-SCRAP
       END-UNSTRING.

       IF WS-RECON-CAM = 'CAMERA_ID'
           GO TO PROCESS-CSV-ROW-DONE
       END-IF.

       ADD 1 TO WS-CSV-ROW-COUNT.

       IF WS-RECON-CAM NOT = SPACES
           PERFORM ADD-CSV-CAMERA THRU ADD-CSV-CAMERA-DONE
       END-IF.

       PROCESS-CSV-ROW-DONE.

      ******************************************************************
      * Accumulates the per-day calculation counts for the audit
      * summary: one table entry per distinct date seen in AUDIT.LOG.
      ******************************************************************

       ADD-AUDIT-DAY.

       MOVE 1 TO WS-A.

       ADD-AUDIT-DAY-LOOP.

       IF WS-A > WS-AUD-DAY-COUNT
           GO TO ADD-AUDIT-DAY-NEW
       END-IF.

       IF WS-AUD-DAY-DATE(WS-A) = WS-AL-DATE
           ADD 1 TO WS-AUD-DAY-CNT(WS-A)
           GO TO ADD-AUDIT-DAY-DONE
       END-IF.

       ADD 1 TO WS-A.
       GO TO ADD-AUDIT-DAY-LOOP.

       ADD-AUDIT-DAY-NEW.

       IF WS-AUD-DAY-COUNT >= 366
           GO TO ADD-AUDIT-DAY-DONE
       END-IF.
       ADD 1 TO WS-AUD-DAY-COUNT.
       MOVE WS-AL-DATE TO WS-AUD-DAY-DATE(WS-AUD-DAY-COUNT).
       MOVE 1 TO WS-AUD-DAY-CNT(WS-AUD-DAY-COUNT).

       ADD-AUDIT-DAY-DONE.

      ******************************************************************
      * Collects the distinct camera IDs seen in AUDIT.LOG for the
      * reconciliation pass. The table is capped at 500 distinct
      * cameras; beyond that the reconciliation is flagged as
      * truncated rather than silently incomplete.
      ******************************************************************

       ADD-AUDIT-CAMERA.

       MOVE 1 TO WS-A.

       ADD-AUDIT-CAMERA-LOOP.

       IF WS-A > WS-AUD-CAM-COUNT
           GO TO ADD-AUDIT-CAMERA-NEW
       END-IF.

       IF WS-AUD-CAM-ID(WS-A) = WS-AL-CAMERA
           GO TO ADD-AUDIT-CAMERA-DONE
       END-IF.

       ADD 1 TO WS-A.
       GO TO ADD-AUDIT-CAMERA-LOOP.

       ADD-AUDIT-CAMERA-NEW.

       IF WS-AUD-CAM-COUNT >= 500
           MOVE 'Y' TO WS-AUD-CAM-FULL
           GO TO ADD-AUDIT-CAMERA-DONE
       END-IF.
       ADD 1 TO WS-AUD-CAM-COUNT.
       MOVE WS-AL-CAMERA TO WS-AUD-CAM-ID(WS-AUD-CAM-COUNT).

       ADD-AUDIT-CAMERA-DONE.

      ******************************************************************
      * Collects the distinct camera IDs seen in RESULTS.CSV for the
      * reconciliation pass, capped like the audit-side table.
      ******************************************************************

       ADD-CSV-CAMERA.

       MOVE 1 TO WS-A.

       ADD-CSV-CAMERA-LOOP.

       IF WS-A > WS-CSVR-CAM-COUNT
           GO TO ADD-CSV-CAMERA-NEW
       END-IF.

       IF WS-CSVR-CAM-ID(WS-A) = WS-RECON-CAM
           GO TO ADD-CSV-CAMERA-DONE
       END-IF.

       ADD 1 TO WS-A.
       GO TO ADD-CSV-CAMERA-LOOP.

       ADD-CSV-CAMERA-NEW.

       IF WS-CSVR-CAM-COUNT >= 500
           MOVE 'Y' TO WS-CSVR-CAM-FULL
           GO TO ADD-CSV-CAMERA-DONE
       END-IF.
       ADD 1 TO WS-CSVR-CAM-COUNT.
       MOVE WS-RECON-CAM TO WS-CSVR-CAM-ID(WS-CSVR-CAM-COUNT).

       ADD-CSV-CAMERA-DONE.

      ******************************************************************
      * Writes AUDITSUM.TXT: totals, counts by CALC mode, by sensor
      * format and by day, the error counts, and the two-way
      * AUDIT.LOG / RESULTS.CSV camera reconciliation.
      ******************************************************************

       WRITE-AUDIT-SUMMARY.

       OPEN OUTPUT AUDIT-SUMMARY-FILE.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO AUDIT-SUMMARY-RECORD.
       STRING 'AUDIT SUMMARY AND RECONCILIATION  RUN: '
              DELIMITED BY SIZE
              WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO AUDIT-SUMMARY-RECORD
       END-STRING.
       WRITE AUDIT-SUMMARY-RECORD.

       IF AUDIT-FROM-ARCHIVE
           MOVE SPACES TO AUDIT-SUMMARY-RECORD
           STRING 'PERIOD: ' DELIMITED BY SIZE
                  WS-AUD-PERIOD DELIMITED BY SIZE
                  ' (FROM ARCHIVE)' DELIMITED BY SIZE
                  INTO AUDIT-SUMMARY-RECORD
           END-STRING
           WRITE AUDIT-SUMMARY-RECORD
       END-IF.

       MOVE SPACES TO AUDIT-SUMMARY-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO AUDIT-SUMMARY-RECORD
       END-STRING.
       WRITE AUDIT-SUMMARY-RECORD.

       MOVE WS-AUD-TOTAL TO WS-AUD-COUNT-DISP.
       MOVE SPACES TO AUDIT-SUMMARY-RECORD.
       STRING 'AUDIT.LOG LINES READ: ' DELIMITED BY SIZE
              WS-AUD-COUNT-DISP DELIMITED BY SIZE
              INTO AUDIT-SUMMARY-RECORD
       END-STRING.
       WRITE AUDIT-SUMMARY-RECORD.

       IF WS-AUD-UNPARSED > 0
           MOVE WS-AUD-UNPARSED TO WS-AUD-COUNT-DISP
           MOVE SPACES TO AUDIT-SUMMARY-RECORD
           STRING 'UNPARSED AUDIT LINES: ' DELIMITED BY SIZE
                  WS-AUD-COUNT-DISP DELIMITED BY SIZE
                  INTO AUDIT-SUMMARY-RECORD
           END-STRING
           WRITE AUDIT-SUMMARY-RECORD
       END-IF.

       MOVE SPACES TO AUDIT-SUMMARY-RECORD.
       STRING 'CALCULATIONS BY CALC MODE:' DELIMITED BY SIZE
              INTO AUDIT-SUMMARY-RECORD
       END-STRING.
       WRITE AUDIT-SUMMARY-RECORD.

       MOVE 1 TO WS-A.

       SUMMARY-CALC-LOOP.

       IF WS-A > 9
           GO TO SUMMARY-CALC-DONE
       END-IF.

       IF WS-AUD-CALC-COUNT(WS-A) > 0
           MOVE WS-AUD-CALC-COUNT(WS-A) TO WS-AUD-COUNT-DISP
           MOVE WS-A TO WS-AL-CALC-NUM
           MOVE SPACES TO AUDIT-SUMMARY-RECORD
           STRING '  CALC MODE ' DELIMITED BY SIZE
                  WS-AL-CALC-NUM DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-AUD-COUNT-DISP DELIMITED BY SIZE
                  INTO AUDIT-SUMMARY-RECORD
           END-STRING
           WRITE AUDIT-SUMMARY-RECORD
       END-IF.

       ADD 1 TO WS-A.
       GO TO SUMMARY-CALC-LOOP.

       SUMMARY-CALC-DONE.

       MOVE SPACES TO AUDIT-SUMMARY-RECORD.
       STRING 'CALCULATIONS BY SENSOR FORMAT:' DELIMITED BY SIZE
              INTO AUDIT-SUMMARY-RECORD
       END-STRING.
       WRITE AUDIT-SUMMARY-RECORD.

       MOVE 1 TO WS-A.

       SUMMARY-SENSOR-LOOP.

       IF WS-A > 50
           GO TO SUMMARY-SENSOR-DONE
       END-IF.

       IF WS-AUD-SENSOR-COUNT(WS-A) > 0
           MOVE WS-AUD-SENSOR-COUNT(WS-A) TO WS-AUD-COUNT-DISP
           MOVE WS-A TO WS-AL-SENSOR-NUM
           MOVE SPACES TO AUDIT-SUMMARY-RECORD
           IF WS-A <= WS-SENSOR-COUNT
               STRING '  SENSOR ' DELIMITED BY SIZE
                      WS-AL-SENSOR-NUM DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-SENSOR-NAME(WS-A) DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WS-AUD-COUNT-DISP DELIMITED BY SIZE
                      INTO AUDIT-SUMMARY-RECORD
               END-STRING
           ELSE
               STRING '  SENSOR ' DELIMITED BY SIZE
                      WS-AL-SENSOR-NUM DELIMITED BY SIZE
                      ' (NOT IN SENSORS.DAT): ' DELIMITED BY SIZE
                      WS-AUD-COUNT-DISP DELIMITED BY SIZE
                      INTO AUDIT-SUMMARY-RECORD
               END-STRING
           END-IF
           WRITE AUDIT-SUMMARY-RECORD
       END-IF.

       ADD 1 TO WS-A.
       GO TO SUMMARY-SENSOR-LOOP.

       SUMMARY-SENSOR-DONE.

       MOVE SPACES TO AUDIT-SUMMARY-RECORD.
       STRING 'CALCULATIONS BY DAY:' DELIMITED BY SIZE
              INTO AUDIT-SUMMARY-RECORD
       END-STRING.
       WRITE AUDIT-SUMMARY-RECORD.

       MOVE 1 TO WS-A.

       SUMMARY-DAY-LOOP.

       IF WS-A > WS-AUD-DAY-COUNT
           GO TO SUMMARY-DAY-DONE
       END-IF.

       MOVE WS-AUD-DAY-CNT(WS-A) TO WS-AUD-COUNT-DISP.
       MOVE SPACES TO AUDIT-SUMMARY-RECORD.
       STRING '  ' DELIMITED BY SIZE
              WS-AUD-DAY-DATE(WS-A) DELIMITED BY SIZE
              ': ' DELIMITED BY SIZE
              WS-AUD-COUNT-DISP DELIMITED BY SIZE
              INTO AUDIT-SUMMARY-RECORD
       END-STRING.
       WRITE AUDIT-SUMMARY-RECORD.

       ADD 1 TO WS-A.
       GO TO SUMMARY-DAY-LOOP.

       SUMMARY-DAY-DONE.

       MOVE WS-ERR-TOTAL TO WS-AUD-COUNT-DISP.
       MOVE SPACES TO AUDIT-SUMMARY-RECORD.
       STRING 'ERRORS.LOG LINES: ' DELIMITED BY SIZE
              WS-AUD-COUNT-DISP DELIMITED BY SIZE
              INTO AUDIT-SUMMARY-RECORD
       END-STRING.
       WRITE AUDIT-SUMMARY-RECORD.

       MOVE WS-ERR-SKIPPED TO WS-AUD-COUNT-DISP.
       MOVE SPACES TO AUDIT-SUMMARY-RECORD.
       STRING 'BATCH RECORDS SKIPPED: ' DELIMITED BY SIZE
              WS-AUD-COUNT-DISP DELIMITED BY SIZE
              INTO AUDIT-SUMMARY-RECORD
       END-STRING.
       WRITE AUDIT-SUMMARY-RECORD.

       MOVE WS-CSV-ROW-COUNT TO WS-AUD-COUNT-DISP.
       MOVE SPACES TO AUDIT-SUMMARY-RECORD.
       STRING 'RESULTS.CSV DATA ROWS: ' DELIMITED BY SIZE
              WS-AUD-COUNT-DISP DELIMITED BY SIZE
              INTO AUDIT-SUMMARY-RECORD
       END-STRING.
       WRITE AUDIT-SUMMARY-RECORD.

       MOVE SPACES TO AUDIT-SUMMARY-RECORD.
       STRING 'RECONCILIATION (BATCH CAMERA IDS):' DELIMITED BY SIZE
              INTO AUDIT-SUMMARY-RECORD
       END-STRING.
       WRITE AUDIT-SUMMARY-RECORD.

       MOVE 0 TO WS-RECON-MISSING.
       MOVE 1 TO WS-A.

       RECON-AUDIT-LOOP.

       IF WS-A > WS-AUD-CAM-COUNT
           GO TO RECON-AUDIT-DONE
       END-IF.

       MOVE 'N' TO WS-RECON-FOUND.
       MOVE 1 TO WS-B.

       RECON-AUDIT-SCAN.

       IF WS-B > WS-CSVR-CAM-COUNT
           GO TO RECON-AUDIT-CHECK
       END-IF.
       IF WS-CSVR-CAM-ID(WS-B) = WS-AUD-CAM-ID(WS-A)
           MOVE 'Y' TO WS-RECON-FOUND
           GO TO RECON-AUDIT-CHECK
       END-IF.
       ADD 1 TO WS-B.
       GO TO RECON-AUDIT-SCAN.

       RECON-AUDIT-CHECK.

       IF WS-RECON-FOUND = 'N'
           ADD 1 TO WS-RECON-MISSING
           MOVE SPACES TO AUDIT-SUMMARY-RECORD
           STRING '  IN AUDIT.LOG ONLY: ' DELIMITED BY SIZE
                  WS-AUD-CAM-ID(WS-A) DELIMITED BY SIZE
                  INTO AUDIT-SUMMARY-RECORD
           END-STRING
           WRITE AUDIT-SUMMARY-RECORD
       END-IF.

       ADD 1 TO WS-A.
       GO TO RECON-AUDIT-LOOP.

       RECON-AUDIT-DONE.

       MOVE 1 TO WS-A.

       RECON-CSV-LOOP.

       IF WS-A > WS-CSVR-CAM-COUNT
           GO TO RECON-CSV-DONE
       END-IF.

       MOVE 'N' TO WS-RECON-FOUND.
       MOVE 1 TO WS-B.

       RECON-CSV-SCAN.

       IF WS-B > WS-AUD-CAM-COUNT
           GO TO RECON-CSV-CHECK
       END-IF.
       IF WS-AUD-CAM-ID(WS-B) = WS-CSVR-CAM-ID(WS-A)
           MOVE 'Y' TO WS-RECON-FOUND
           GO TO RECON-CSV-CHECK
       END-IF.
       ADD 1 TO WS-B.
       GO TO RECON-CSV-SCAN.

       RECON-CSV-CHECK.

       IF WS-RECON-FOUND = 'N'
           ADD 1 TO WS-RECON-MISSING
           MOVE SPACES TO AUDIT-SUMMARY-RECORD
           STRING '  IN RESULTS.CSV ONLY: ' DELIMITED BY SIZE
                  WS-CSVR-CAM-ID(WS-A) DELIMITED BY SIZE
                  INTO AUDIT-SUMMARY-RECORD
           END-STRING
           WRITE AUDIT-SUMMARY-RECORD
       END-IF.

       ADD 1 TO WS-A.
       GO TO RECON-CSV-LOOP.

       RECON-CSV-DONE.

       IF WS-RECON-MISSING = 0
           MOVE SPACES TO AUDIT-SUMMARY-RECORD
           STRING '  ALL AUDITED CAMERAS PRESENT IN RESULTS.CSV'
                  DELIMITED BY SIZE
                  ' AND VICE VERSA.' DELIMITED BY SIZE
                  INTO AUDIT-SUMMARY-RECORD
           END-STRING
           WRITE AUDIT-SUMMARY-RECORD
       END-IF.

       IF WS-AUD-CAM-FULL = 'Y' OR WS-CSVR-CAM-FULL = 'Y'
           MOVE SPACES TO AUDIT-SUMMARY-RECORD
           STRING '  WARNING: MORE THAN 500 DISTINCT CAMERAS --'
                  DELIMITED BY SIZE
                  ' RECONCILIATION TRUNCATED.' DELIMITED BY SIZE
                  INTO AUDIT-SUMMARY-RECORD
           END-STRING
           WRITE AUDIT-SUMMARY-RECORD
       END-IF.

       CLOSE AUDIT-SUMMARY-FILE.

       WRITE-AUDIT-SUMMARY-DONE.

      ******************************************************************
      * Accumulates the batch run's bill of materials: the stock lens
      * just matched (WS-STOCK-PART/-DESC) is added to its line item,
      * or a new line item is opened. A result with no stock match
      * is counted so the BOM can flag how many cameras still need a
      * lens chosen by hand; one whose matches were all incompatible
      * is also listed for the shortage report.
      ******************************************************************

       ADD-BOM-ITEM.

       IF NOT STOCK-LENS-FOUND
           ADD 1 TO WS-BOM-NOMATCH
           IF NO-COMPATIBLE-STOCK-LENS
               PERFORM ADD-NO-COMPAT-ITEM
                   THRU ADD-NO-COMPAT-ITEM-DONE
           END-IF
           GO TO ADD-BOM-ITEM-DONE
       END-IF.

       MOVE 1 TO WS-P.

       ADD-BOM-ITEM-LOOP.

       IF WS-P > WS-BOM-COUNT
           GO TO ADD-BOM-ITEM-NEW
       END-IF.

       IF WS-BOM-PART(WS-P) = WS-STOCK-PART
           ADD 1 TO WS-BOM-QTY(WS-P)
           GO TO ADD-BOM-ITEM-DONE
       END-IF.

       ADD 1 TO WS-P.
       GO TO ADD-BOM-ITEM-LOOP.

       ADD-BOM-ITEM-NEW.

       IF WS-BOM-COUNT >= 100
           GO TO ADD-BOM-ITEM-DONE
       END-IF.
       ADD 1 TO WS-BOM-COUNT.
       MOVE WS-STOCK-PART TO WS-BOM-PART(WS-BOM-COUNT).
       MOVE WS-STOCK-DESC TO WS-BOM-DESC(WS-BOM-COUNT).
       MOVE 1 TO WS-BOM-QTY(WS-BOM-COUNT).

       ADD-BOM-ITEM-DONE.

      ******************************************************************
      * Lists the camera just matched as having no compatible stock
      * lens: site, camera, required focal length (or near-far zoom
      * range), sensor format and the camera's lens mount.
      ******************************************************************

       ADD-NO-COMPAT-ITEM.

       IF WS-NCL-COUNT >= 200
           MOVE 'Y' TO WS-NCL-FULL
           GO TO ADD-NO-COMPAT-ITEM-DONE
       END-IF.

       ADD 1 TO WS-NCL-COUNT.
       MOVE SVY-CAMERA-ID TO WS-NCL-CAMERA(WS-NCL-COUNT).
       MOVE WS-SITE-NAME TO WS-NCL-SITE(WS-NCL-COUNT).
       MOVE SPACES TO WS-NCL-FOCAL(WS-NCL-COUNT).
       IF CALC = 3
           STRING WS-RESULT-NEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RESULT-FAR DELIMITED BY SIZE
                  INTO WS-NCL-FOCAL(WS-NCL-COUNT)
           END-STRING
       ELSE
           MOVE RESULT TO WS-NCL-FOCAL(WS-NCL-COUNT)
       END-IF.
       MOVE WS-SENSOR-NAME(CALC2) TO WS-NCL-SENSOR(WS-NCL-COUNT).
       MOVE WS-STOCK-MOUNT TO WS-NCL-MOUNT(WS-NCL-COUNT).

       ADD-NO-COMPAT-ITEM-DONE.

      ******************************************************************
      * Scans PRICES.DAT's loaded table for the part WS-P points the
      * BOM at, leaving the unit price (zero when the part has no
      * price line) and BOM-PRICE-FOUND for the caller.
      ******************************************************************

       FIND-PART-PRICE.

       MOVE 'N' TO WS-BOM-PRICE-FOUND.
       MOVE 0 TO WS-BOM-UNIT-PRICE.
       MOVE 1 TO WS-A.

       FIND-PART-PRICE-LOOP.

       IF WS-A > WS-PRICE-COUNT
           GO TO FIND-PART-PRICE-DONE
       END-IF.

       IF WS-PRICE-PART(WS-A) = WS-BOM-PART(WS-P)
           MOVE WS-PRICE-AMOUNT(WS-A) TO WS-BOM-UNIT-PRICE
           MOVE 'Y' TO WS-BOM-PRICE-FOUND
           GO TO FIND-PART-PRICE-DONE
       END-IF.

       ADD 1 TO WS-A.
       GO TO FIND-PART-PRICE-LOOP.

       FIND-PART-PRICE-DONE.

      ******************************************************************
      * Writes BOM.TXT at the end of a batch run: one line item per
      * distinct stock lens with quantity, unit price, extended
      * price, and the run total. A part with no PRICES.DAT line is
      * flagged '*' and carried at zero so purchasing sees the gap.
      ******************************************************************

       WRITE-BOM-FILE.

       OPEN OUTPUT BOM-FILE.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO BOM-RECORD.
       STRING 'BILL OF MATERIALS  RUN: ' DELIMITED BY SIZE
              WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO BOM-RECORD
       END-STRING.
       WRITE BOM-RECORD.

       MOVE SPACES TO BOM-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO BOM-RECORD
       END-STRING.
       WRITE BOM-RECORD.

       MOVE SPACES TO BOM-RECORD.
       STRING 'PART NO.    DESCRIPTION               QTY'
              DELIMITED BY SIZE
              '  UNIT PRICE     EXTENDED' DELIMITED BY SIZE
              INTO BOM-RECORD
       END-STRING.
       WRITE BOM-RECORD.

       MOVE SPACES TO BOM-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO BOM-RECORD
       END-STRING.
       WRITE BOM-RECORD.

       MOVE 0 TO WS-BOM-TOTAL.
       MOVE 1 TO WS-P.

       WRITE-BOM-LINE-LOOP.

       IF WS-P > WS-BOM-COUNT
           GO TO WRITE-BOM-LINE-DONE
       END-IF.

       PERFORM FIND-PART-PRICE THRU FIND-PART-PRICE-DONE.

       COMPUTE WS-BOM-EXT-PRICE ROUNDED =
               WS-BOM-QTY(WS-P) * WS-BOM-UNIT-PRICE
           ON SIZE ERROR MOVE 0 TO WS-BOM-EXT-PRICE
       END-COMPUTE.
       ADD WS-BOM-EXT-PRICE TO WS-BOM-TOTAL
           ON SIZE ERROR CONTINUE
       END-ADD.

       MOVE WS-BOM-QTY(WS-P) TO WS-BOM-QTY-DISP.
       MOVE WS-BOM-UNIT-PRICE TO WS-BOM-PRICE-DISP.
       MOVE WS-BOM-EXT-PRICE TO WS-BOM-EXT-DISP.
       IF BOM-PRICE-FOUND
           MOVE SPACE TO WS-BOM-FLAG
       ELSE
           MOVE '*' TO WS-BOM-FLAG
       END-IF.

       MOVE SPACES TO BOM-RECORD.
       STRING WS-BOM-PART(WS-P) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-BOM-DESC(WS-P) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-BOM-QTY-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-BOM-PRICE-DISP DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-BOM-EXT-DISP DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-BOM-FLAG DELIMITED BY SIZE
              INTO BOM-RECORD
       END-STRING.
       WRITE BOM-RECORD.

       ADD 1 TO WS-P.
       GO TO WRITE-BOM-LINE-LOOP.

       WRITE-BOM-LINE-DONE.

       MOVE SPACES TO BOM-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO BOM-RECORD
       END-STRING.
       WRITE BOM-RECORD.

       MOVE WS-BOM-TOTAL TO WS-BOM-TOTAL-DISP.
       MOVE SPACES TO BOM-RECORD.
       STRING 'RUN TOTAL: ' DELIMITED BY SIZE
              WS-BOM-TOTAL-DISP DELIMITED BY SIZE
              INTO BOM-RECORD
       END-STRING.
       WRITE BOM-RECORD.

       IF WS-BOM-NOMATCH > 0
           MOVE WS-BOM-NOMATCH TO WS-BOM-QTY-DISP
           MOVE SPACES TO BOM-RECORD
           STRING 'WARNING: ' DELIMITED BY SIZE
                  WS-BOM-QTY-DISP DELIMITED BY SIZE
                  ' CAMERA(S) HAD NO STOCK-LENS MATCH.'
                  DELIMITED BY SIZE
                  INTO BOM-RECORD
           END-STRING
           WRITE BOM-RECORD
       END-IF.

       IF WS-BOM-COUNT = 0 AND WS-BOM-NOMATCH = 0
           MOVE SPACES TO BOM-RECORD
           STRING 'NO LENS LINE ITEMS THIS RUN.' DELIMITED BY SIZE
                  INTO BOM-RECORD
           END-STRING
           WRITE BOM-RECORD
       END-IF.

       CLOSE BOM-FILE.

       WRITE-BOM-FILE-DONE.

      ******************************************************************
      * Accumulates the current site's own lens line items, next to
      * the run-wide BOM table, so the site's customer quote can be
      * priced when its section closes. A camera with no stock match
      * is already counted on the run BOM warning line and adds
      * nothing quotable here.
      ******************************************************************

       ADD-SITE-BOM-ITEM.

       IF NOT STOCK-LENS-FOUND
           GO TO ADD-SITE-BOM-ITEM-DONE
       END-IF.

       MOVE 1 TO WS-P.

       ADD-SITE-BOM-ITEM-LOOP.

       IF WS-P > WS-SITE-BOM-COUNT
           GO TO ADD-SITE-BOM-ITEM-NEW
       END-IF.

       IF WS-SITE-BOM-PART(WS-P) = WS-STOCK-PART
           ADD 1 TO WS-SITE-BOM-QTY(WS-P)
           GO TO ADD-SITE-BOM-ITEM-DONE
       END-IF.

       ADD 1 TO WS-P.
       GO TO ADD-SITE-BOM-ITEM-LOOP.

       ADD-SITE-BOM-ITEM-NEW.

       IF WS-SITE-BOM-COUNT >= 100
           GO TO ADD-SITE-BOM-ITEM-DONE
       END-IF.
       ADD 1 TO WS-SITE-BOM-COUNT.
       MOVE WS-STOCK-PART TO WS-SITE-BOM-PART(WS-SITE-BOM-COUNT).
       MOVE WS-STOCK-DESC TO WS-SITE-BOM-DESC(WS-SITE-BOM-COUNT).
       MOVE 1 TO WS-SITE-BOM-QTY(WS-SITE-BOM-COUNT).

       ADD-SITE-BOM-ITEM-DONE.

      ******************************************************************
      * Scans PRICES.DAT's loaded table for the part WS-P points the
      * site quote at, leaving WS-BOM-UNIT-PRICE/BOM-PRICE-FOUND the
      * same way FIND-PART-PRICE does for the run BOM.
      ******************************************************************

       QUOTE-PART-PRICE.

       MOVE 'N' TO WS-BOM-PRICE-FOUND.
       MOVE 0 TO WS-BOM-UNIT-PRICE.
       MOVE 1 TO WS-A.

       QUOTE-PART-PRICE-LOOP.

       IF WS-A > WS-PRICE-COUNT
           GO TO QUOTE-PART-PRICE-DONE
       END-IF.

       IF WS-PRICE-PART(WS-A) = WS-SITE-BOM-PART(WS-P)
           MOVE WS-PRICE-AMOUNT(WS-A) TO WS-BOM-UNIT-PRICE
           MOVE 'Y' TO WS-BOM-PRICE-FOUND
           GO TO QUOTE-PART-PRICE-DONE
       END-IF.

       ADD 1 TO WS-A.
       GO TO QUOTE-PART-PRICE-LOOP.

       QUOTE-PART-PRICE-DONE.

      ******************************************************************
      * Writes the closing site's customer quote to QUOTES.TXT: quote
      * number and date, validity period, the billing customer from
      * CUSTMAST.DAT, the site's lens line items at unit price plus
      * markup, an installation-labor line per processed camera, and
      * the subtotal/discount/tax/total block. An unpriced part is
      * flagged '*' exactly as on the BOM.
      ******************************************************************

       WRITE-SITE-QUOTE.

       IF WS-SITE-CAMERA-COUNT = 0 AND WS-SITE-BOM-COUNT = 0
           GO TO WRITE-SITE-QUOTE-DONE
       END-IF.

       ADD 1 TO WS-QUOTE-SEQ.

       MOVE WS-SITE-CUST-CODE TO WS-LOOKUP-CUST.
       PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-DONE.
       IF CUSTOMER-FOUND
           MOVE WS-CUST-DISC-PCT(WS-C) TO WS-QUO-CUST-DISC
           MOVE WS-CUST-TAXABLE(WS-C) TO WS-QUO-CUST-TAXABLE
       ELSE
           MOVE 0 TO WS-QUO-CUST-DISC
           MOVE 'Y' TO WS-QUO-CUST-TAXABLE
       END-IF.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO QUOTE-RECORD.
       WRITE QUOTE-RECORD.

       MOVE SPACES TO QUOTE-RECORD.
       STRING 'QUOTATION NO. ' DELIMITED BY SIZE
              WS-QUOTE-SEQ DELIMITED BY SIZE
              '  DATE: ' DELIMITED BY SIZE
              WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO QUOTE-RECORD
       END-STRING.
       WRITE QUOTE-RECORD.

       MOVE WS-QUO-VALID-DAYS TO WS-QUO-VALID-DISP.
       MOVE SPACES TO QUOTE-RECORD.
       STRING 'VALID FOR ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-QUO-VALID-DISP) DELIMITED BY SIZE
              ' DAYS FROM QUOTE DATE' DELIMITED BY SIZE
              INTO QUOTE-RECORD
       END-STRING.
       WRITE QUOTE-RECORD.

       MOVE SPACES TO QUOTE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO QUOTE-RECORD
       END-STRING.
       WRITE QUOTE-RECORD.

       IF CUSTOMER-FOUND
           MOVE SPACES TO QUOTE-RECORD
           STRING 'TO:       ' DELIMITED BY SIZE
                  WS-CUST-NAME(WS-C) DELIMITED BY SIZE
                  INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD
           IF WS-CUST-ADDR(WS-C) NOT = SPACES
               MOVE SPACES TO QUOTE-RECORD
               STRING '          ' DELIMITED BY SIZE
                      WS-CUST-ADDR(WS-C) DELIMITED BY SIZE
                      INTO QUOTE-RECORD
               END-STRING
               WRITE QUOTE-RECORD
           END-IF
           IF WS-CUST-CITY(WS-C) NOT = SPACES
               MOVE SPACES TO QUOTE-RECORD
               STRING '          ' DELIMITED BY SIZE
                      WS-CUST-CITY(WS-C) DELIMITED BY SIZE
                      INTO QUOTE-RECORD
               END-STRING
               WRITE QUOTE-RECORD
           END-IF
       ELSE
           MOVE SPACES TO QUOTE-RECORD
           STRING 'TO:       ' DELIMITED BY SIZE
                  WS-SITE-NAME DELIMITED BY SIZE
                  INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD
           MOVE SPACES TO QUOTE-RECORD
           IF WS-SITE-CUST-CODE = SPACES
               STRING 'NOTE: NO CUSTOMER CODE ON SURVEY HEADER.'
                      DELIMITED BY SIZE
                      INTO QUOTE-RECORD
               END-STRING
           ELSE
               STRING 'NOTE: NO CUSTOMER MASTER RECORD FOR CODE '
                      DELIMITED BY SIZE
                      WS-SITE-CUST-CODE DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      INTO QUOTE-RECORD
               END-STRING
           END-IF
           WRITE QUOTE-RECORD
       END-IF.

       MOVE SPACES TO QUOTE-RECORD.
       STRING 'SITE:     ' DELIMITED BY SIZE
              WS-SITE-NAME DELIMITED BY SIZE
              INTO QUOTE-RECORD
       END-STRING.
       WRITE QUOTE-RECORD.

       MOVE SPACES TO QUOTE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO QUOTE-RECORD
       END-STRING.
       WRITE QUOTE-RECORD.

       MOVE SPACES TO QUOTE-RECORD.
       STRING 'PART NO.    DESCRIPTION               QTY'
              DELIMITED BY SIZE
              '  UNIT PRICE     EXTENDED' DELIMITED BY SIZE
              INTO QUOTE-RECORD
       END-STRING.
       WRITE QUOTE-RECORD.

       MOVE SPACES TO QUOTE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO QUOTE-RECORD
       END-STRING.
       WRITE QUOTE-RECORD.

       MOVE 0 TO WS-QUO-SUBTOTAL.
       MOVE 1 TO WS-P.

       WRITE-SITE-QUOTE-LOOP.

       IF WS-P > WS-SITE-BOM-COUNT
           GO TO WRITE-SITE-QUOTE-LABOR
       END-IF.

       PERFORM QUOTE-PART-PRICE THRU QUOTE-PART-PRICE-DONE.

       COMPUTE WS-QUO-UNIT-PRICE ROUNDED = WS-BOM-UNIT-PRICE
               * (100 + WS-QUO-MARKUP-PCT) / 100
           ON SIZE ERROR MOVE 0 TO WS-QUO-UNIT-PRICE
       END-COMPUTE.
       COMPUTE WS-QUO-EXT-PRICE ROUNDED =
               WS-SITE-BOM-QTY(WS-P) * WS-QUO-UNIT-PRICE
           ON SIZE ERROR MOVE 0 TO WS-QUO-EXT-PRICE
       END-COMPUTE.
       ADD WS-QUO-EXT-PRICE TO WS-QUO-SUBTOTAL
           ON SIZE ERROR CONTINUE
       END-ADD.

       MOVE WS-SITE-BOM-QTY(WS-P) TO WS-BOM-QTY-DISP.
       MOVE WS-QUO-UNIT-PRICE TO WS-BOM-PRICE-DISP.
       MOVE WS-QUO-EXT-PRICE TO WS-BOM-EXT-DISP.
       IF BOM-PRICE-FOUND
           MOVE SPACE TO WS-BOM-FLAG
       ELSE
           MOVE '*' TO WS-BOM-FLAG
       END-IF.

       MOVE SPACES TO QUOTE-RECORD.
       STRING WS-SITE-BOM-PART(WS-P) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-SITE-BOM-DESC(WS-P) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-BOM-QTY-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-BOM-PRICE-DISP DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-BOM-EXT-DISP DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-BOM-FLAG DELIMITED BY SIZE
              INTO QUOTE-RECORD
       END-STRING.
       WRITE QUOTE-RECORD.

       ADD 1 TO WS-P.
       GO TO WRITE-SITE-QUOTE-LOOP.

       WRITE-SITE-QUOTE-LABOR.

       IF WS-SITE-CAMERA-COUNT = 0
           GO TO WRITE-SITE-QUOTE-TOTALS
       END-IF.

       COMPUTE WS-QUO-EXT-PRICE ROUNDED =
               WS-SITE-CAMERA-COUNT * WS-QUO-LABOR-RATE
           ON SIZE ERROR MOVE 0 TO WS-QUO-EXT-PRICE
       END-COMPUTE.
       ADD WS-QUO-EXT-PRICE TO WS-QUO-SUBTOTAL
           ON SIZE ERROR CONTINUE
       END-ADD.

       MOVE WS-SITE-CAMERA-COUNT TO WS-BOM-QTY-DISP.
       MOVE WS-QUO-LABOR-RATE TO WS-BOM-PRICE-DISP.
       MOVE WS-QUO-EXT-PRICE TO WS-BOM-EXT-DISP.

       MOVE SPACES TO QUOTE-RECORD.
       STRING 'LABOR       INSTALLATION LABOR      '
              DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-BOM-QTY-DISP DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-BOM-PRICE-DISP DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-BOM-EXT-DISP DELIMITED BY SIZE
              INTO QUOTE-RECORD
       END-STRING.
       WRITE QUOTE-RECORD.

       WRITE-SITE-QUOTE-TOTALS.

       MOVE SPACES TO QUOTE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO QUOTE-RECORD
       END-STRING.
       WRITE QUOTE-RECORD.

       PERFORM COMPUTE-BILL-TOTALS THRU COMPUTE-BILL-TOTALS-DONE.

       MOVE WS-QUO-SUBTOTAL TO WS-QUO-AMT-DISP.
       MOVE SPACES TO QUOTE-RECORD.
       STRING 'SUBTOTAL:                          ' DELIMITED BY SIZE
              WS-QUO-AMT-DISP DELIMITED BY SIZE
              INTO QUOTE-RECORD
       END-STRING.
       WRITE QUOTE-RECORD.

       IF WS-QUO-CUST-DISC > 0
           MOVE WS-QUO-CUST-DISC TO WS-QUO-DISC-PCT-DISP
           MOVE WS-QUO-DISC-AMT TO WS-QUO-AMT-DISP
           MOVE SPACES TO QUOTE-RECORD
           STRING 'CONTRACT DISCOUNT ' DELIMITED BY SIZE
                  WS-QUO-DISC-PCT-DISP DELIMITED BY SIZE
                  ' PCT:         ' DELIMITED BY SIZE
                  WS-QUO-AMT-DISP DELIMITED BY SIZE
                  INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD
       END-IF.

       IF WS-QUO-CUST-TAXABLE = 'Y'
           MOVE WS-QUO-TAX-PCT TO WS-QUO-TAX-PCT-DISP
           MOVE WS-QUO-TAX-AMT TO WS-QUO-AMT-DISP
           MOVE SPACES TO QUOTE-RECORD
           STRING 'TAX ' DELIMITED BY SIZE
                  WS-QUO-TAX-PCT-DISP DELIMITED BY SIZE
                  ' PCT:                      ' DELIMITED BY SIZE
                  WS-QUO-AMT-DISP DELIMITED BY SIZE
                  INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD
       ELSE
           MOVE SPACES TO QUOTE-RECORD
           STRING 'TAX: EXEMPT' DELIMITED BY SIZE
                  INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD
       END-IF.

       MOVE WS-QUO-TOTAL TO WS-QUO-AMT-DISP.
       MOVE SPACES TO QUOTE-RECORD.
       STRING 'QUOTE TOTAL:                       ' DELIMITED BY SIZE
              WS-QUO-AMT-DISP DELIMITED BY SIZE
              INTO QUOTE-RECORD
       END-STRING.
       WRITE QUOTE-RECORD.

       PERFORM ADD-QUOTE-REGISTER THRU ADD-QUOTE-REGISTER-DONE.

       WRITE-SITE-QUOTE-DONE.

      ******************************************************************
      * The discount/tax/total rules shared by the site quote and the
      * invoice: the customer's contract discount (WS-QUO-CUST-DISC)
      * comes off WS-QUO-SUBTOTAL, tax at WS-QUO-TAX-PCT is charged on
      * the discounted amount when WS-QUO-CUST-TAXABLE is 'Y', and
      * the total is left in WS-QUO-TOTAL.
      ******************************************************************

       COMPUTE-BILL-TOTALS.

       COMPUTE WS-QUO-DISC-AMT ROUNDED =
               WS-QUO-SUBTOTAL * WS-QUO-CUST-DISC / 100
           ON SIZE ERROR MOVE 0 TO WS-QUO-DISC-AMT
       END-COMPUTE.
       IF WS-QUO-CUST-TAXABLE = 'Y'
           COMPUTE WS-QUO-TAX-AMT ROUNDED =
                   (WS-QUO-SUBTOTAL - WS-QUO-DISC-AMT)
                   * WS-QUO-TAX-PCT / 100
               ON SIZE ERROR MOVE 0 TO WS-QUO-TAX-AMT
           END-COMPUTE
       ELSE
           MOVE 0 TO WS-QUO-TAX-AMT
       END-IF.
       COMPUTE WS-QUO-TOTAL =
               WS-QUO-SUBTOTAL - WS-QUO-DISC-AMT + WS-QUO-TAX-AMT
           ON SIZE ERROR MOVE 0 TO WS-QUO-TOTAL
       END-COMPUTE.

       COMPUTE-BILL-TOTALS-DONE.

      ******************************************************************
      * Adds the quotation just printed to the quote register as an
      * open quote, expiring WS-QUO-VALID-DAYS after today. A quote
      * with no customer master record is registered under the code
      * on the survey header (spaces when there was none).
      ******************************************************************

       ADD-QUOTE-REGISTER.

       IF WS-QTR-COUNT >= 500
           DISPLAY 'WARNING: QUOTEREG.DAT is full (500 quotes);'
               ' quote ' WS-QUOTE-SEQ ' not registered.'
           GO TO ADD-QUOTE-REGISTER-DONE
       END-IF.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE SPACES TO WS-TODAY-X10.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO WS-TODAY-X10
       END-STRING.

       ADD 1 TO WS-QTR-COUNT.
       MOVE WS-QTR-COUNT TO WS-QT.
       MOVE WS-QUOTE-SEQ TO WS-QTR-NUMBER(WS-QT).
       MOVE WS-SITE-NAME TO WS-QTR-SITE(WS-QT).
       IF CUSTOMER-FOUND
           MOVE WS-CUST-CODE(WS-C) TO WS-QTR-CUST(WS-QT)
       ELSE
           MOVE WS-SITE-CUST-CODE TO WS-QTR-CUST(WS-QT)
       END-IF.
       MOVE WS-QUO-SUBTOTAL TO WS-QTR-SUBTOTAL(WS-QT).
       MOVE WS-QUO-DISC-AMT TO WS-QTR-DISC(WS-QT).
       MOVE WS-QUO-TAX-AMT TO WS-QTR-TAX(WS-QT).
       MOVE WS-QUO-TOTAL TO WS-QTR-TOTAL(WS-QT).
       MOVE WS-TODAY-X10 TO WS-QTR-DATE(WS-QT).
       MOVE WS-TODAY-X10 TO WS-QTR-CHANGED(WS-QT).
       MOVE 'O' TO WS-QTR-STATUS-B(WS-QT).

       MOVE WS-TODAY-X10 TO WS-DATE-X10.
       PERFORM CONVERT-DATE-TO-INT THRU CONVERT-DATE-TO-INT-DONE.
       ADD WS-QUO-VALID-DAYS TO WS-DATE-INT.
       PERFORM CONVERT-INT-TO-DATE THRU CONVERT-INT-TO-DATE-DONE.
       MOVE WS-DATE-X10 TO WS-QTR-EXPIRES(WS-QT).

       ADD-QUOTE-REGISTER-DONE.

      ******************************************************************
      * Quote-number sequence: QUOTESEQ.DAT holds the last quote
      * number issued, read at batch startup and rewritten at
      * BATCH-FINISH, so quote numbers never repeat across runs.
      ******************************************************************

       READ-QUOTE-SEQ.

       OPEN INPUT QUOTE-SEQ-FILE.

       IF NOT QUOTE-SEQ-FILE-OK
           GO TO READ-QUOTE-SEQ-DONE
       END-IF.

       READ QUOTE-SEQ-FILE
           AT END GO TO READ-QUOTE-SEQ-CLOSE
       END-READ.

       IF QSQ-LAST-NUM IS NUMERIC
           MOVE QSQ-LAST-NUM TO WS-QUOTE-SEQ
       END-IF.

       READ-QUOTE-SEQ-CLOSE.

       CLOSE QUOTE-SEQ-FILE.

       READ-QUOTE-SEQ-DONE.

       SAVE-QUOTE-SEQ.

       OPEN OUTPUT QUOTE-SEQ-FILE.

       IF NOT QUOTE-SEQ-FILE-OK
           DISPLAY 'ERROR: Cannot rewrite QUOTESEQ.DAT (status '
               WS-QUOTE-SEQ-STATUS ').'
           DISPLAY ' '
           GO TO SAVE-QUOTE-SEQ-DONE
       END-IF.

       MOVE WS-QUOTE-SEQ TO QSQ-LAST-NUM.
       WRITE QUOTE-SEQ-RECORD.
       CLOSE QUOTE-SEQ-FILE.

       SAVE-QUOTE-SEQ-DONE.

      ******************************************************************
      * Scans PRICES.DAT's loaded table for WS-PRICE-LOOKUP-PART,
      * leaving the unit price in WS-PRICE-LOOKUP-AMT (zero when the
      * part has no price line) and BOM-PRICE-FOUND set exactly as
      * the quote's price lookup sets it.
      ******************************************************************

       FIND-PRICE-FOR-PART.

       MOVE 'N' TO WS-BOM-PRICE-FOUND.
       MOVE 0 TO WS-PRICE-LOOKUP-AMT.
       MOVE 1 TO WS-A.

       FIND-PRICE-FOR-PART-LOOP.

       IF WS-A > WS-PRICE-COUNT
           GO TO FIND-PRICE-FOR-PART-DONE
       END-IF.

       IF WS-PRICE-PART(WS-A) = WS-PRICE-LOOKUP-PART
           MOVE WS-PRICE-AMOUNT(WS-A) TO WS-PRICE-LOOKUP-AMT
           MOVE 'Y' TO WS-BOM-PRICE-FOUND
           GO TO FIND-PRICE-FOR-PART-DONE
       END-IF.

       ADD 1 TO WS-A.
       GO TO FIND-PRICE-FOR-PART-LOOP.

       FIND-PRICE-FOR-PART-DONE.

      ******************************************************************
      * Writes DELTA.TXT at the end of a batch run: one block per
      * re-surveyed camera showing the old versus new sensor,
      * distance, computed focal length and stock part, then a
      * summary of how many cameras changed lens and the net BOM
      * impact of the part changes (new unit price less old, summed
      * from PRICES.DAT).
      ******************************************************************

       WRITE-DELTA-REPORT.

       OPEN OUTPUT DELTA-FILE.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO DELTA-RECORD.
       STRING 'RE-SURVEY DELTA REPORT  RUN: ' DELIMITED BY SIZE
              WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO DELTA-RECORD
       END-STRING.
       WRITE DELTA-RECORD.

       MOVE SPACES TO DELTA-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO DELTA-RECORD
       END-STRING.
       WRITE DELTA-RECORD.

       IF WS-DELTA-COUNT = 0
           MOVE SPACES TO DELTA-RECORD
           STRING 'NO CAMERAS RE-SURVEYED THIS RUN.'
                  DELIMITED BY SIZE
                  INTO DELTA-RECORD
           END-STRING
           WRITE DELTA-RECORD
           GO TO WRITE-DELTA-REPORT-CLOSE
       END-IF.

       MOVE 1 TO WS-D.

       WRITE-DELTA-LINE-LOOP.

       IF WS-D > WS-DELTA-COUNT
           GO TO WRITE-DELTA-SUMMARY
       END-IF.

       MOVE SPACES TO DELTA-RECORD.
       STRING 'CAMERA ' DELIMITED BY SIZE
              WS-DELTA-CAMERA(WS-D) DELIMITED BY SIZE
              '  SITE ' DELIMITED BY SIZE
              WS-DELTA-SITE(WS-D) DELIMITED BY SIZE
              '  REV ' DELIMITED BY SIZE
              WS-DELTA-REVISION(WS-D) DELIMITED BY SIZE
              INTO DELTA-RECORD
       END-STRING.
       WRITE DELTA-RECORD.

       MOVE WS-DELTA-OLD-DIST(WS-D) TO WS-DISTANCE-DISP.
       MOVE WS-DELTA-NEW-DIST(WS-D) TO WS-DISTANCE-NEAR-DISP.
       MOVE SPACES TO DELTA-RECORD.
       STRING '  SENSOR ' DELIMITED BY SIZE
              WS-DELTA-OLD-SENSOR(WS-D) DELIMITED BY SIZE
              ' -> ' DELIMITED BY SIZE
              WS-DELTA-NEW-SENSOR(WS-D) DELIMITED BY SIZE
              '   DIST ' DELIMITED BY SIZE
              WS-DISTANCE-DISP DELIMITED BY SIZE
              'M -> ' DELIMITED BY SIZE
              WS-DISTANCE-NEAR-DISP DELIMITED BY SIZE
              'M   LENS ' DELIMITED BY SIZE
              WS-DELTA-OLD-LENS(WS-D) DELIMITED BY SIZE
              'MM -> ' DELIMITED BY SIZE
              WS-DELTA-NEW-LENS(WS-D) DELIMITED BY SIZE
              'MM' DELIMITED BY SIZE
              INTO DELTA-RECORD
       END-STRING.
       WRITE DELTA-RECORD.

       IF WS-DELTA-OLD-LENS(WS-D) NOT = WS-DELTA-NEW-LENS(WS-D)
           ADD 1 TO WS-DELTA-LENS-CHG
       END-IF.

       MOVE SPACES TO DELTA-RECORD.
       IF WS-DELTA-OLD-PART(WS-D) = WS-DELTA-NEW-PART(WS-D)
           STRING '  STOCK ' DELIMITED BY SIZE
                  WS-DELTA-OLD-PART(WS-D) DELIMITED BY SIZE
                  ' (UNCHANGED)' DELIMITED BY SIZE
                  INTO DELTA-RECORD
           END-STRING
       ELSE
           ADD 1 TO WS-DELTA-PART-CHG
           MOVE WS-DELTA-OLD-PART(WS-D) TO WS-PRICE-LOOKUP-PART
           PERFORM FIND-PRICE-FOR-PART
               THRU FIND-PRICE-FOR-PART-DONE
           MOVE WS-PRICE-LOOKUP-AMT TO WS-DELTA-PRICE-OLD
           MOVE WS-DELTA-NEW-PART(WS-D) TO WS-PRICE-LOOKUP-PART
           PERFORM FIND-PRICE-FOR-PART
               THRU FIND-PRICE-FOR-PART-DONE
           MOVE WS-PRICE-LOOKUP-AMT TO WS-DELTA-PRICE-NEW
           COMPUTE WS-DELTA-NET = WS-DELTA-NET
                   + WS-DELTA-PRICE-NEW - WS-DELTA-PRICE-OLD
               ON SIZE ERROR CONTINUE
           END-COMPUTE
           STRING '  STOCK ' DELIMITED BY SIZE
                  WS-DELTA-OLD-PART(WS-D) DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  WS-DELTA-NEW-PART(WS-D) DELIMITED BY SIZE
                  ' (CHANGED)' DELIMITED BY SIZE
                  INTO DELTA-RECORD
           END-STRING
       END-IF.
       WRITE DELTA-RECORD.

       ADD 1 TO WS-D.
       GO TO WRITE-DELTA-LINE-LOOP.

       WRITE-DELTA-SUMMARY.

       MOVE SPACES TO DELTA-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO DELTA-RECORD
       END-STRING.
       WRITE DELTA-RECORD.

       MOVE WS-DELTA-COUNT TO WS-DELTA-CNT-DISP.
       MOVE SPACES TO DELTA-RECORD.
       STRING 'CAMERAS RE-SURVEYED: ' DELIMITED BY SIZE
              WS-DELTA-CNT-DISP DELIMITED BY SIZE
              INTO DELTA-RECORD
       END-STRING.
       WRITE DELTA-RECORD.

       MOVE WS-DELTA-LENS-CHG TO WS-DELTA-CNT-DISP.
       MOVE SPACES TO DELTA-RECORD.
       STRING 'CAMERAS WITH LENS CHANGED: ' DELIMITED BY SIZE
              WS-DELTA-CNT-DISP DELIMITED BY SIZE
              INTO DELTA-RECORD
       END-STRING.
       WRITE DELTA-RECORD.

       MOVE WS-DELTA-PART-CHG TO WS-DELTA-CNT-DISP.
       MOVE SPACES TO DELTA-RECORD.
       STRING 'CAMERAS WITH STOCK PART CHANGED: ' DELIMITED BY SIZE
              WS-DELTA-CNT-DISP DELIMITED BY SIZE
              INTO DELTA-RECORD
       END-STRING.
       WRITE DELTA-RECORD.

       MOVE WS-DELTA-NET TO WS-DELTA-NET-DISP.
       MOVE SPACES TO DELTA-RECORD.
       STRING 'NET BOM IMPACT OF PART CHANGES: ' DELIMITED BY SIZE
              WS-DELTA-NET-DISP DELIMITED BY SIZE
              INTO DELTA-RECORD
       END-STRING.
       WRITE DELTA-RECORD.

       IF WS-DELTA-FULL = 'Y'
           MOVE SPACES TO DELTA-RECORD
           STRING 'WARNING: MORE THAN 200 RE-SURVEYED CAMERAS --'
                  DELIMITED BY SIZE
                  ' REPORT TRUNCATED.' DELIMITED BY SIZE
                  INTO DELTA-RECORD
           END-STRING
           WRITE DELTA-RECORD
       END-IF.

       WRITE-DELTA-REPORT-CLOSE.

       CLOSE DELTA-FILE.

       WRITE-DELTA-REPORT-DONE.

      ******************************************************************
      * Banks the closing site's lens line items into the allocation
      * table, in run order, for the end-of-run stock netting. Past
      * 300 lines the pick list is flagged truncated.
      ******************************************************************

       SAVE-SITE-PARTS.

       MOVE 1 TO WS-P.

       SAVE-SITE-PARTS-LOOP.

       IF WS-P > WS-SITE-BOM-COUNT
           GO TO SAVE-SITE-PARTS-DONE
       END-IF.

       IF WS-ALLOC-COUNT >= 300
           MOVE 'Y' TO WS-ALLOC-FULL
           GO TO SAVE-SITE-PARTS-DONE
       END-IF.

       ADD 1 TO WS-ALLOC-COUNT.
       MOVE WS-SITE-NAME TO WS-ALLOC-SITE(WS-ALLOC-COUNT).
       MOVE WS-SITE-BOM-PART(WS-P) TO WS-ALLOC-PART(WS-ALLOC-COUNT).
       MOVE WS-SITE-BOM-DESC(WS-P) TO WS-ALLOC-DESC(WS-ALLOC-COUNT).
       MOVE WS-SITE-BOM-QTY(WS-P) TO WS-ALLOC-QTY(WS-ALLOC-COUNT).
       MOVE 0 TO WS-ALLOC-PICK(WS-ALLOC-COUNT).

       ADD 1 TO WS-P.
       GO TO SAVE-SITE-PARTS-LOOP.

       SAVE-SITE-PARTS-DONE.

      ******************************************************************
      * Scans the inventory table for WS-INV-LOOKUP-PART, leaving
      * WS-V on the matching entry and INV-PART-FOUND set when it
      * exists.
      ******************************************************************

       FIND-INV-PART.

       MOVE 'N' TO WS-INV-FOUND.
       MOVE 1 TO WS-V.

       FIND-INV-PART-LOOP.

       IF WS-V > WS-INV-COUNT
           GO TO FIND-INV-PART-DONE
       END-IF.

       IF WS-INV-PART(WS-V) = WS-INV-LOOKUP-PART
           MOVE 'Y' TO WS-INV-FOUND
           GO TO FIND-INV-PART-DONE
       END-IF.

       ADD 1 TO WS-V.
       GO TO FIND-INV-PART-LOOP.

       FIND-INV-PART-DONE.

      ******************************************************************
      * End-of-run stock netting: resets the working availability to
      * the on-hand quantities, hands each banked site line as much
      * shelf stock as remains (first site in the run is served
      * first), then writes PICKLIST.TXT and SHORTAGE.TXT from the
      * allocation.
      ******************************************************************

       WRITE-STOCK-REPORTS.

       MOVE 1 TO WS-V.

       STOCK-AVAIL-RESET-LOOP.

       IF WS-V > WS-INV-COUNT
           GO TO STOCK-AVAIL-RESET-DONE
       END-IF.
       MOVE WS-INV-ON-HAND(WS-V) TO WS-INV-AVAIL(WS-V).
       MOVE 0 TO WS-INV-PICKED(WS-V).
       ADD 1 TO WS-V.
       GO TO STOCK-AVAIL-RESET-LOOP.

       STOCK-AVAIL-RESET-DONE.

       MOVE 1 TO WS-K.

       STOCK-ALLOC-LOOP.

       IF WS-K > WS-ALLOC-COUNT
           GO TO STOCK-ALLOC-DONE
       END-IF.

       MOVE 0 TO WS-ALLOC-PICK(WS-K).
       MOVE WS-ALLOC-PART(WS-K) TO WS-INV-LOOKUP-PART.
       PERFORM FIND-INV-PART THRU FIND-INV-PART-DONE.
       IF INV-PART-FOUND AND WS-INV-AVAIL(WS-V) > 0
           IF WS-INV-AVAIL(WS-V) >= WS-ALLOC-QTY(WS-K)
               MOVE WS-ALLOC-QTY(WS-K) TO WS-ALLOC-PICK(WS-K)
           ELSE
               MOVE WS-INV-AVAIL(WS-V) TO WS-ALLOC-PICK(WS-K)
           END-IF
           SUBTRACT WS-ALLOC-PICK(WS-K) FROM WS-INV-AVAIL(WS-V)
           ADD WS-ALLOC-PICK(WS-K) TO WS-INV-PICKED(WS-V)
       END-IF.

       ADD 1 TO WS-K.
       GO TO STOCK-ALLOC-LOOP.

       STOCK-ALLOC-DONE.

       PERFORM WRITE-PICK-LIST THRU WRITE-PICK-LIST-DONE.
       PERFORM WRITE-SHORTAGE THRU WRITE-SHORTAGE-DONE.

       WRITE-STOCK-REPORTS-DONE.

      ******************************************************************
      * Writes PICKLIST.TXT: one section per site in run order, one
      * line per part the warehouse already holds for that site, with
      * the picked quantity. A site whose lines all have to be
      * ordered is shown with nothing to pick rather than omitted.
      ******************************************************************

       WRITE-PICK-LIST.

       OPEN OUTPUT PICK-LIST-FILE.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO PICK-LIST-RECORD.
       STRING 'WAREHOUSE PICK LIST  RUN: ' DELIMITED BY SIZE
              WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO PICK-LIST-RECORD
       END-STRING.
       WRITE PICK-LIST-RECORD.

       MOVE SPACES TO PICK-LIST-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO PICK-LIST-RECORD
       END-STRING.
       WRITE PICK-LIST-RECORD.

       IF WS-ALLOC-COUNT = 0
           MOVE SPACES TO PICK-LIST-RECORD
           STRING 'NO LENS LINE ITEMS THIS RUN.' DELIMITED BY SIZE
                  INTO PICK-LIST-RECORD
           END-STRING
           WRITE PICK-LIST-RECORD
           GO TO WRITE-PICK-LIST-CLOSE
       END-IF.

       MOVE SPACES TO WS-PICK-SITE.
       MOVE 0 TO WS-PICK-SITE-LINES.
       MOVE 1 TO WS-K.

       PICK-LIST-LOOP.

       IF WS-K > WS-ALLOC-COUNT
           GO TO PICK-LIST-LAST
       END-IF.

       IF WS-ALLOC-SITE(WS-K) NOT = WS-PICK-SITE
           IF WS-PICK-SITE NOT = SPACES
               AND WS-PICK-SITE-LINES = 0
               MOVE SPACES TO PICK-LIST-RECORD
               STRING '  (NOTHING TO PICK -- ALL LINES MUST BE'
                      DELIMITED BY SIZE
                      ' ORDERED)' DELIMITED BY SIZE
                      INTO PICK-LIST-RECORD
               END-STRING
               WRITE PICK-LIST-RECORD
           END-IF
           MOVE WS-ALLOC-SITE(WS-K) TO WS-PICK-SITE
           MOVE 0 TO WS-PICK-SITE-LINES
           MOVE SPACES TO PICK-LIST-RECORD
           WRITE PICK-LIST-RECORD
           MOVE SPACES TO PICK-LIST-RECORD
           STRING 'SITE: ' DELIMITED BY SIZE
                  WS-PICK-SITE DELIMITED BY SIZE
                  INTO PICK-LIST-RECORD
           END-STRING
           WRITE PICK-LIST-RECORD
       END-IF.

       IF WS-ALLOC-PICK(WS-K) > 0
           MOVE WS-ALLOC-PICK(WS-K) TO WS-INV-QTY-DISP
           MOVE SPACES TO PICK-LIST-RECORD
           STRING '  ' DELIMITED BY SIZE
                  WS-ALLOC-PART(WS-K) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ALLOC-DESC(WS-K) DELIMITED BY SIZE
                  ' PICK ' DELIMITED BY SIZE
                  WS-INV-QTY-DISP DELIMITED BY SIZE
                  INTO PICK-LIST-RECORD
           END-STRING
           WRITE PICK-LIST-RECORD
           ADD 1 TO WS-PICK-SITE-LINES
       END-IF.

       ADD 1 TO WS-K.
       GO TO PICK-LIST-LOOP.

       PICK-LIST-LAST.

       IF WS-PICK-SITE NOT = SPACES AND WS-PICK-SITE-LINES = 0
           MOVE SPACES TO PICK-LIST-RECORD
           STRING '  (NOTHING TO PICK -- ALL LINES MUST BE'
                  DELIMITED BY SIZE
                  ' ORDERED)' DELIMITED BY SIZE
                  INTO PICK-LIST-RECORD
           END-STRING
           WRITE PICK-LIST-RECORD
       END-IF.

       IF WS-ALLOC-FULL = 'Y'
           MOVE SPACES TO PICK-LIST-RECORD
           STRING 'WARNING: MORE THAN 300 SITE LINES -- PICK LIST'
                  DELIMITED BY SIZE
                  ' TRUNCATED.' DELIMITED BY SIZE
                  INTO PICK-LIST-RECORD
           END-STRING
           WRITE PICK-LIST-RECORD
       END-IF.

       WRITE-PICK-LIST-CLOSE.

       CLOSE PICK-LIST-FILE.

       WRITE-PICK-LIST-DONE.

      ******************************************************************
      * Writes SHORTAGE.TXT: only the BOM lines that still need
      * ordering after the on-hand allocation, with the quantity to
      * order. A part with no INVENTORY.DAT record orders in full and
      * says so; a part whose shelf falls below its reorder point
      * after picking is flagged '*'.
      ******************************************************************

       WRITE-SHORTAGE.

       OPEN OUTPUT SHORTAGE-FILE.

      * The run stamp goes down to the second: purchasing keys on it
      * to tell one batch's requirements from the next.
       PERFORM FORMAT-RUN-TS.

       MOVE SPACES TO SHORTAGE-RECORD.
       STRING 'PURCHASE SHORTAGE REPORT  RUN: ' DELIMITED BY SIZE
              WS-RUN-TS-WORK DELIMITED BY SIZE
              INTO SHORTAGE-RECORD
       END-STRING.
       WRITE SHORTAGE-RECORD.

       MOVE SPACES TO SHORTAGE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO SHORTAGE-RECORD
       END-STRING.
       WRITE SHORTAGE-RECORD.

       MOVE SPACES TO SHORTAGE-RECORD.
       STRING 'PART NO.    DESCRIPTION               REQD'
              DELIMITED BY SIZE
              ' ONHAND  ORDER' DELIMITED BY SIZE
              INTO SHORTAGE-RECORD
       END-STRING.
       WRITE SHORTAGE-RECORD.

       MOVE SPACES TO SHORTAGE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO SHORTAGE-RECORD
       END-STRING.
       WRITE SHORTAGE-RECORD.

       MOVE 0 TO WS-SHORT-LINES.
       MOVE 1 TO WS-P.

       WRITE-SHORTAGE-LOOP.

       IF WS-P > WS-BOM-COUNT
           GO TO WRITE-SHORTAGE-LAST
       END-IF.

       MOVE WS-BOM-PART(WS-P) TO WS-INV-LOOKUP-PART.
       PERFORM FIND-INV-PART THRU FIND-INV-PART-DONE.

       IF INV-PART-FOUND
           COMPUTE WS-SHORT-ORDER-QTY =
                   WS-BOM-QTY(WS-P) - WS-INV-PICKED(WS-V)
               ON SIZE ERROR MOVE 0 TO WS-SHORT-ORDER-QTY
           END-COMPUTE
       ELSE
           MOVE WS-BOM-QTY(WS-P) TO WS-SHORT-ORDER-QTY
       END-IF.

       IF WS-SHORT-ORDER-QTY = 0
           GO TO WRITE-SHORTAGE-NEXT
       END-IF.

       ADD 1 TO WS-SHORT-LINES.
       MOVE WS-BOM-QTY(WS-P) TO WS-INV-QTY-DISP.
       MOVE WS-SHORT-ORDER-QTY TO WS-INV-QTY-DISP-3.

       IF INV-PART-FOUND
           MOVE WS-INV-ON-HAND(WS-V) TO WS-INV-QTY-DISP-2
           MOVE SPACES TO SHORTAGE-RECORD
           IF WS-INV-AVAIL(WS-V) < WS-INV-REORDER(WS-V)
               STRING WS-BOM-PART(WS-P) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-BOM-DESC(WS-P) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-INV-QTY-DISP DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-INV-QTY-DISP-2 DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-INV-QTY-DISP-3 DELIMITED BY SIZE
                      ' *' DELIMITED BY SIZE
                      INTO SHORTAGE-RECORD
               END-STRING
           ELSE
               STRING WS-BOM-PART(WS-P) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-BOM-DESC(WS-P) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-INV-QTY-DISP DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-INV-QTY-DISP-2 DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-INV-QTY-DISP-3 DELIMITED BY SIZE
                      INTO SHORTAGE-RECORD
               END-STRING
           END-IF
       ELSE
           MOVE SPACES TO SHORTAGE-RECORD
           STRING WS-BOM-PART(WS-P) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BOM-DESC(WS-P) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-INV-QTY-DISP DELIMITED BY SIZE
                  '      0  ' DELIMITED BY SIZE
                  WS-INV-QTY-DISP-3 DELIMITED BY SIZE
                  ' (NO INVENTORY RECORD)' DELIMITED BY SIZE
                  INTO SHORTAGE-RECORD
           END-STRING
       END-IF.
       WRITE SHORTAGE-RECORD.

       WRITE-SHORTAGE-NEXT.

       ADD 1 TO WS-P.
       GO TO WRITE-SHORTAGE-LOOP.

       WRITE-SHORTAGE-LAST.

       IF WS-SHORT-LINES = 0
           MOVE SPACES TO SHORTAGE-RECORD
           STRING 'NO PARTS NEED ORDERING THIS RUN.'
                  DELIMITED BY SIZE
                  INTO SHORTAGE-RECORD
           END-STRING
           WRITE SHORTAGE-RECORD
       END-IF.

       IF WS-NCL-COUNT > 0
           PERFORM WRITE-SHORTAGE-NO-COMPAT
               THRU WRITE-SHORTAGE-NO-COMPAT-DONE
       END-IF.

       MOVE SPACES TO SHORTAGE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO SHORTAGE-RECORD
       END-STRING.
       WRITE SHORTAGE-RECORD.

       MOVE SPACES TO SHORTAGE-RECORD.
       STRING '* = ON-HAND BALANCE BELOW REORDER POINT AFTER'
              DELIMITED BY SIZE
              ' PICKING.' DELIMITED BY SIZE
              INTO SHORTAGE-RECORD
       END-STRING.
       WRITE SHORTAGE-RECORD.

       CLOSE SHORTAGE-FILE.

       WRITE-SHORTAGE-DONE.

      ******************************************************************
      * Appends the cameras with no compatible stock lens to
      * SHORTAGE.TXT. These are not part lines -- nothing in the
      * catalog can be ordered for them -- so each line starts with
      * the camera ID and the purchasing run passes them by.
      ******************************************************************

       WRITE-SHORTAGE-NO-COMPAT.

       MOVE SPACES TO SHORTAGE-RECORD.
       WRITE SHORTAGE-RECORD.

       MOVE SPACES TO SHORTAGE-RECORD.
       STRING 'NO COMPATIBLE STOCK LENS -- SOURCE A LENS FOR THESE'
              DELIMITED BY SIZE
              ' CAMERAS:' DELIMITED BY SIZE
              INTO SHORTAGE-RECORD
       END-STRING.
       WRITE SHORTAGE-RECORD.

       MOVE SPACES TO SHORTAGE-RECORD.
       STRING 'CAMERA ID   SITE                            FOCAL MM'
              DELIMITED BY SIZE
              '   SENSOR FORMAT        MOUNT' DELIMITED BY SIZE
              INTO SHORTAGE-RECORD
       END-STRING.
       WRITE SHORTAGE-RECORD.

       MOVE 1 TO WS-NCL-X.

       WRITE-SHORTAGE-NO-COMPAT-LOOP.

       IF WS-NCL-X > WS-NCL-COUNT
           GO TO WRITE-SHORTAGE-NO-COMPAT-END
       END-IF.

       IF WS-NCL-MOUNT(WS-NCL-X) = SPACES
           MOVE 'ANY' TO WS-NCL-MOUNT-OUT
       ELSE
           MOVE WS-NCL-MOUNT(WS-NCL-X) TO WS-NCL-MOUNT-OUT
       END-IF.

       MOVE SPACES TO SHORTAGE-RECORD.
       STRING WS-NCL-CAMERA(WS-NCL-X) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-NCL-SITE(WS-NCL-X) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-NCL-FOCAL(WS-NCL-X) DELIMITED BY SIZE
              '    ' DELIMITED BY SIZE
              WS-NCL-SENSOR(WS-NCL-X) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-NCL-MOUNT-OUT DELIMITED BY SIZE
              INTO SHORTAGE-RECORD
       END-STRING.
       WRITE SHORTAGE-RECORD.

       ADD 1 TO WS-NCL-X.
       GO TO WRITE-SHORTAGE-NO-COMPAT-LOOP.

       WRITE-SHORTAGE-NO-COMPAT-END.

       IF WS-NCL-FULL = 'Y'
           MOVE SPACES TO SHORTAGE-RECORD
           STRING 'WARNING: MORE THAN 200 CAMERAS WITH NO COMPATIBLE'
                  DELIMITED BY SIZE
                  ' LENS -- LIST TRUNCATED.' DELIMITED BY SIZE
                  INTO SHORTAGE-RECORD
           END-STRING
           WRITE SHORTAGE-RECORD
       END-IF.

       WRITE-SHORTAGE-NO-COMPAT-DONE.

      ******************************************************************
      * Sizes the camera just processed for the NVR section: 16:9
      * pixels from the horizontal resolution, bits per pixel per
      * frame by codec, Mbps on the wire, gigabytes for the retention
      * period. A camera missing any input counts as unsized.
      ******************************************************************

       ADD-SIZING-ENTRY.

       IF WS-RESOLUTION = 0 OR WS-FRAME-RATE = 0
           OR WS-RETENTION = 0 OR WS-CODEC = 0
           ADD 1 TO WS-SIZING-SKIPPED
           GO TO ADD-SIZING-ENTRY-DONE
       END-IF.

       IF WS-SIZING-COUNT >= 200
           ADD 1 TO WS-SIZING-SKIPPED
           GO TO ADD-SIZING-ENTRY-DONE
       END-IF.

       IF CODEC-H265
           MOVE WS-SIZE-BPP-H265 TO WS-SIZE-BPP
       ELSE
           MOVE WS-SIZE-BPP-H264 TO WS-SIZE-BPP
       END-IF.

       COMPUTE WS-SIZE-PIXELS ROUNDED =
               WS-RESOLUTION * WS-RESOLUTION * 9 / 16
           ON SIZE ERROR
               ADD 1 TO WS-SIZING-SKIPPED
               GO TO ADD-SIZING-ENTRY-DONE
       END-COMPUTE.
       COMPUTE WS-CAM-MBPS ROUNDED = WS-SIZE-PIXELS
               * WS-FRAME-RATE * WS-SIZE-BPP / 1000000
           ON SIZE ERROR
               ADD 1 TO WS-SIZING-SKIPPED
               GO TO ADD-SIZING-ENTRY-DONE
       END-COMPUTE.
       COMPUTE WS-CAM-GB ROUNDED = WS-CAM-MBPS
               * WS-SIZE-GB-FACTOR * WS-RETENTION
           ON SIZE ERROR
               ADD 1 TO WS-SIZING-SKIPPED
               GO TO ADD-SIZING-ENTRY-DONE
       END-COMPUTE.

       ADD 1 TO WS-SIZING-COUNT.
       MOVE SVY-CAMERA-ID TO WS-SIZING-CAMERA(WS-SIZING-COUNT).
       MOVE WS-FRAME-RATE TO WS-SIZING-FPS(WS-SIZING-COUNT).
       MOVE WS-CODEC TO WS-SIZING-CODEC(WS-SIZING-COUNT).
       MOVE WS-RETENTION TO WS-SIZING-RET(WS-SIZING-COUNT).
       MOVE WS-CAM-MBPS TO WS-SIZING-MBPS(WS-SIZING-COUNT).
       MOVE WS-CAM-GB TO WS-SIZING-GB(WS-SIZING-COUNT).

       ADD WS-CAM-MBPS TO WS-SITE-MBPS
           ON SIZE ERROR CONTINUE
       END-ADD.
       ADD WS-CAM-GB TO WS-SITE-GB
           ON SIZE ERROR CONTINUE
       END-ADD.
       ADD WS-CAM-MBPS TO WS-RUN-MBPS
           ON SIZE ERROR CONTINUE
       END-ADD.
       ADD WS-CAM-GB TO WS-RUN-GB
           ON SIZE ERROR CONTINUE
       END-ADD.

       ADD-SIZING-ENTRY-DONE.

      ******************************************************************
      * One sizing line goes to both deliverables: SIZING.TXT and the
      * sizing section of SITEREPORT.TXT.
      ******************************************************************

       WRITE-SIZING-LINE.

       MOVE SIZING-RECORD TO SITE-REPORT-RECORD.
       WRITE SIZING-RECORD.
       WRITE SITE-REPORT-RECORD.

       WRITE-SIZING-HEADER.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO SIZING-RECORD.
       STRING 'STORAGE AND BANDWIDTH SIZING  RUN: '
              DELIMITED BY SIZE
              WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO SIZING-RECORD
       END-STRING.
       WRITE SIZING-RECORD.

       MOVE SPACES TO SIZING-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO SIZING-RECORD
       END-STRING.
       WRITE SIZING-RECORD.

      ******************************************************************
      * Writes the closing site's sizing section: one line per sized
      * camera, the unsized count, and the site's uplink Mbps and
      * retention-period storage subtotal.
      ******************************************************************

       WRITE-SITE-SIZING.

       IF WS-SIZING-COUNT = 0 AND WS-SIZING-SKIPPED = 0
           GO TO WRITE-SITE-SIZING-DONE
       END-IF.

       MOVE SPACES TO SIZING-RECORD.
       PERFORM WRITE-SIZING-LINE.

       MOVE SPACES TO SIZING-RECORD.
       STRING 'STORAGE/BANDWIDTH SIZING: ' DELIMITED BY SIZE
              WS-SITE-NAME DELIMITED BY SIZE
              INTO SIZING-RECORD
       END-STRING.
       PERFORM WRITE-SIZING-LINE.

       MOVE 1 TO WS-Z.

       WRITE-SITE-SIZING-LOOP.

       IF WS-Z > WS-SIZING-COUNT
           GO TO WRITE-SITE-SIZING-REST
       END-IF.

       IF WS-SIZING-CODEC(WS-Z) = 2
           MOVE 'H.265' TO WS-SIZING-CODEC-NAME
       ELSE
           MOVE 'H.264' TO WS-SIZING-CODEC-NAME
       END-IF.
       MOVE WS-SIZING-MBPS(WS-Z) TO WS-SIZING-MBPS-DISP.
       MOVE WS-SIZING-GB(WS-Z) TO WS-SIZING-GB-DISP.

       MOVE SPACES TO SIZING-RECORD.
       STRING '  ' DELIMITED BY SIZE
              WS-SIZING-CAMERA(WS-Z) DELIMITED BY SIZE
              '  FPS ' DELIMITED BY SIZE
              WS-SIZING-FPS(WS-Z) DELIMITED BY SIZE
              '  ' DELIMITED BY SIZE
              WS-SIZING-CODEC-NAME DELIMITED BY SIZE
              '  RET ' DELIMITED BY SIZE
              WS-SIZING-RET(WS-Z) DELIMITED BY SIZE
              ' DAYS  ' DELIMITED BY SIZE
              WS-SIZING-MBPS-DISP DELIMITED BY SIZE
              ' MBPS  ' DELIMITED BY SIZE
              WS-SIZING-GB-DISP DELIMITED BY SIZE
              ' GB' DELIMITED BY SIZE
              INTO SIZING-RECORD
       END-STRING.
       PERFORM WRITE-SIZING-LINE.

       ADD 1 TO WS-Z.
       GO TO WRITE-SITE-SIZING-LOOP.

       WRITE-SITE-SIZING-REST.

       IF WS-SIZING-SKIPPED > 0
           MOVE WS-SIZING-SKIPPED TO WS-SIZING-CNT-DISP
           MOVE SPACES TO SIZING-RECORD
           STRING '  (' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SIZING-CNT-DISP)
                  DELIMITED BY SIZE
                  ' CAMERA(S) WITHOUT SIZING DATA)'
                  DELIMITED BY SIZE
                  INTO SIZING-RECORD
           END-STRING
           PERFORM WRITE-SIZING-LINE
       END-IF.

       MOVE WS-SITE-MBPS TO WS-SIZING-MBPS-DISP.
       MOVE WS-SITE-GB TO WS-SIZING-GB-DISP.
       MOVE SPACES TO SIZING-RECORD.
       STRING 'SITE UPLINK: ' DELIMITED BY SIZE
              WS-SIZING-MBPS-DISP DELIMITED BY SIZE
              ' MBPS   SITE STORAGE: ' DELIMITED BY SIZE
              WS-SIZING-GB-DISP DELIMITED BY SIZE
              ' GB' DELIMITED BY SIZE
              INTO SIZING-RECORD
       END-STRING.
       PERFORM WRITE-SIZING-LINE.

       WRITE-SITE-SIZING-DONE.

      ******************************************************************
      * Grand totals across all sites, closing both deliverables.
      ******************************************************************

       WRITE-RUN-SIZING.

       MOVE SPACES TO SIZING-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO SIZING-RECORD
       END-STRING.
       PERFORM WRITE-SIZING-LINE.

       MOVE WS-RUN-MBPS TO WS-SIZING-MBPS-DISP.
       MOVE WS-RUN-GB TO WS-SIZING-GB-DISP.
       MOVE SPACES TO SIZING-RECORD.
       STRING 'TOTAL UPLINK (ALL SITES): ' DELIMITED BY SIZE
              WS-SIZING-MBPS-DISP DELIMITED BY SIZE
              ' MBPS   TOTAL STORAGE: ' DELIMITED BY SIZE
              WS-SIZING-GB-DISP DELIMITED BY SIZE
              ' GB' DELIMITED BY SIZE
              INTO SIZING-RECORD
       END-STRING.
       PERFORM WRITE-SIZING-LINE.

       WRITE-RUN-SIZING-DONE.

      ******************************************************************
      * Banks the geometry camera just processed for the site
      * coverage analysis: its footprint laid along the perimeter
      * run as station+near-edge to station+far-edge. A camera with
      * no station keyed, or that never meets the ground, counts as
      * unplaced.
      ******************************************************************

       ADD-COVERAGE-ENTRY.

       IF NOT STATION-CAPTURED
           ADD 1 TO WS-COV-SKIPPED
           GO TO ADD-COVERAGE-ENTRY-DONE
       END-IF.

       IF NOT GROUND-IS-VISIBLE
           ADD 1 TO WS-COV-SKIPPED
           GO TO ADD-COVERAGE-ENTRY-DONE
       END-IF.

       IF WS-COV-COUNT >= 100
           ADD 1 TO WS-COV-SKIPPED
           GO TO ADD-COVERAGE-ENTRY-DONE
       END-IF.

       ADD 1 TO WS-COV-COUNT.
       MOVE SVY-CAMERA-ID TO WS-COV-CAMERA(WS-COV-COUNT).
       MOVE WS-STATION TO WS-COV-STATION(WS-COV-COUNT).
       COMPUTE WS-COV-START(WS-COV-COUNT) =
               WS-STATION + WS-NEAR-EDGE
           ON SIZE ERROR MOVE WS-STATION
               TO WS-COV-START(WS-COV-COUNT)
       END-COMPUTE.
       IF FAR-EDGE-LIMITED
           MOVE 'N' TO WS-COV-UNLIM(WS-COV-COUNT)
           COMPUTE WS-COV-END(WS-COV-COUNT) =
                   WS-STATION + WS-FAR-EDGE
               ON SIZE ERROR MOVE WS-COV-START(WS-COV-COUNT)
                   TO WS-COV-END(WS-COV-COUNT)
           END-COMPUTE
       ELSE
           MOVE 'Y' TO WS-COV-UNLIM(WS-COV-COUNT)
           MOVE WS-COV-START(WS-COV-COUNT)
               TO WS-COV-END(WS-COV-COUNT)
       END-IF.

       ADD-COVERAGE-ENTRY-DONE.

       WRITE-COVERAGE-HEADER.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO COVERAGE-RECORD.
       STRING 'PERIMETER COVERAGE ANALYSIS  RUN: '
              DELIMITED BY SIZE
              WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO COVERAGE-RECORD
       END-STRING.
       WRITE COVERAGE-RECORD.

       MOVE SPACES TO COVERAGE-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO COVERAGE-RECORD
       END-STRING.
       WRITE COVERAGE-RECORD.

      ******************************************************************
      * Sorts the site's coverage intervals by start position (the
      * survey file need not list cameras in perimeter order).
      ******************************************************************

       SORT-COVERAGE.

       MOVE 1 TO WS-CV.

       SORT-COVERAGE-OUTER.

       IF WS-CV >= WS-COV-COUNT
           GO TO SORT-COVERAGE-DONE
       END-IF.
       COMPUTE WS-CV2 = WS-CV + 1.

       SORT-COVERAGE-INNER.

       IF WS-CV2 > WS-COV-COUNT
           ADD 1 TO WS-CV
           GO TO SORT-COVERAGE-OUTER
       END-IF.
       IF WS-COV-START(WS-CV2) < WS-COV-START(WS-CV)
           MOVE WS-COV-ENTRY(WS-CV) TO WS-COV-SWAP
           MOVE WS-COV-ENTRY(WS-CV2) TO WS-COV-ENTRY(WS-CV)
           MOVE WS-COV-SWAP TO WS-COV-ENTRY(WS-CV2)
       END-IF.
       ADD 1 TO WS-CV2.
       GO TO SORT-COVERAGE-INNER.

       SORT-COVERAGE-DONE.

      ******************************************************************
      * Writes the closing site's coverage section: each camera's
      * interval along the run, every uncovered segment with start,
      * end and length, overlaps past the threshold flagged as
      * wasted cameras, and the percent-covered summary. The run
      * extends from position zero to the farthest station or
      * covered edge.
      ******************************************************************

       WRITE-SITE-COVERAGE.

       IF WS-COV-COUNT = 0 AND WS-COV-SKIPPED = 0
           GO TO WRITE-SITE-COVERAGE-DONE
       END-IF.

       MOVE SPACES TO COVERAGE-RECORD.
       WRITE COVERAGE-RECORD.

       MOVE SPACES TO COVERAGE-RECORD.
       STRING 'SITE: ' DELIMITED BY SIZE
              WS-SITE-NAME DELIMITED BY SIZE
              INTO COVERAGE-RECORD
       END-STRING.
       WRITE COVERAGE-RECORD.

       IF WS-COV-COUNT = 0
           MOVE SPACES TO COVERAGE-RECORD
           STRING '  NO GEOMETRY CAMERAS WITH A STATION KEYED.'
                  DELIMITED BY SIZE
                  INTO COVERAGE-RECORD
           END-STRING
           WRITE COVERAGE-RECORD
           GO TO WRITE-SITE-COVERAGE-SKIPPED
       END-IF.

       PERFORM SORT-COVERAGE THRU SORT-COVERAGE-DONE.

      * The run extends from position zero to the farthest covered
      * edge or station, whichever lies farther out.
       MOVE 0 TO WS-COV-EXTENT.
       MOVE 1 TO WS-CV.

       COVERAGE-EXTENT-LOOP.

       IF WS-CV > WS-COV-COUNT
           GO TO COVERAGE-EXTENT-DONE
       END-IF.
       IF WS-COV-END(WS-CV) > WS-COV-EXTENT
           MOVE WS-COV-END(WS-CV) TO WS-COV-EXTENT
       END-IF.
       IF WS-COV-STATION(WS-CV) > WS-COV-EXTENT
           MOVE WS-COV-STATION(WS-CV) TO WS-COV-EXTENT
       END-IF.
       ADD 1 TO WS-CV.
       GO TO COVERAGE-EXTENT-LOOP.

       COVERAGE-EXTENT-DONE.

       MOVE 0 TO WS-COV-POS.
       MOVE 0 TO WS-COV-GAP-TOTAL.
       MOVE 0 TO WS-COV-GAPS.
       MOVE 0 TO WS-COV-OVERLAPS.
       MOVE 1 TO WS-CV.

       COVERAGE-WALK-LOOP.

       IF WS-CV > WS-COV-COUNT
           GO TO COVERAGE-WALK-DONE
       END-IF.

       MOVE WS-COV-STATION(WS-CV) TO WS-COV-DISP.
       MOVE WS-COV-START(WS-CV) TO WS-COV-DISP-2.
       MOVE WS-COV-END(WS-CV) TO WS-COV-DISP-3.
       MOVE SPACES TO COVERAGE-RECORD.
       IF WS-COV-UNLIM(WS-CV) = 'Y'
           STRING '  ' DELIMITED BY SIZE
                  WS-COV-CAMERA(WS-CV) DELIMITED BY SIZE
                  ' STATION ' DELIMITED BY SIZE
                  WS-COV-DISP DELIMITED BY SIZE
                  '  COVERS ' DELIMITED BY SIZE
                  WS-COV-DISP-2 DELIMITED BY SIZE
                  ' TO THE HORIZON' DELIMITED BY SIZE
                  INTO COVERAGE-RECORD
           END-STRING
       ELSE
           STRING '  ' DELIMITED BY SIZE
                  WS-COV-CAMERA(WS-CV) DELIMITED BY SIZE
                  ' STATION ' DELIMITED BY SIZE
                  WS-COV-DISP DELIMITED BY SIZE
                  '  COVERS ' DELIMITED BY SIZE
                  WS-COV-DISP-2 DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-COV-DISP-3 DELIMITED BY SIZE
                  INTO COVERAGE-RECORD
           END-STRING
       END-IF.
       WRITE COVERAGE-RECORD.

       IF WS-COV-START(WS-CV) > WS-COV-POS
           ADD 1 TO WS-COV-GAPS
           COMPUTE WS-COV-GAP-LEN =
                   WS-COV-START(WS-CV) - WS-COV-POS
               ON SIZE ERROR MOVE 0 TO WS-COV-GAP-LEN
           END-COMPUTE
           ADD WS-COV-GAP-LEN TO WS-COV-GAP-TOTAL
               ON SIZE ERROR CONTINUE
           END-ADD
           MOVE WS-COV-POS TO WS-COV-DISP
           MOVE WS-COV-START(WS-CV) TO WS-COV-DISP-2
           MOVE WS-COV-GAP-LEN TO WS-COV-DISP-3
           MOVE SPACES TO COVERAGE-RECORD
           STRING '  ** GAP ' DELIMITED BY SIZE
                  WS-COV-DISP DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-COV-DISP-2 DELIMITED BY SIZE
                  '  LENGTH ' DELIMITED BY SIZE
                  WS-COV-DISP-3 DELIMITED BY SIZE
                  'M UNCOVERED' DELIMITED BY SIZE
                  INTO COVERAGE-RECORD
           END-STRING
           WRITE COVERAGE-RECORD
       ELSE
           IF WS-CV > 1
               COMPUTE WS-COV-OVER-LEN =
                       WS-COV-POS - WS-COV-START(WS-CV)
                   ON SIZE ERROR MOVE 0 TO WS-COV-OVER-LEN
               END-COMPUTE
               IF WS-COV-OVER-LEN > WS-COV-OVERLAP-THRESH
                   ADD 1 TO WS-COV-OVERLAPS
                   MOVE WS-COV-OVER-LEN TO WS-COV-DISP
                   MOVE SPACES TO COVERAGE-RECORD
                   STRING '  ** OVERLAP ' DELIMITED BY SIZE
                          WS-COV-DISP DELIMITED BY SIZE
                          'M WITH PRIOR COVERAGE -- '
                          DELIMITED BY SIZE
                          WS-COV-CAMERA(WS-CV) DELIMITED BY SIZE
                          ' MAY BE WASTED' DELIMITED BY SIZE
                          INTO COVERAGE-RECORD
                   END-STRING
                   WRITE COVERAGE-RECORD
               END-IF
           END-IF
       END-IF.

       IF WS-COV-UNLIM(WS-CV) = 'Y'
           MOVE WS-COV-EXTENT TO WS-COV-POS
       ELSE
           IF WS-COV-END(WS-CV) > WS-COV-POS
               MOVE WS-COV-END(WS-CV) TO WS-COV-POS
           END-IF
       END-IF.

       ADD 1 TO WS-CV.
       GO TO COVERAGE-WALK-LOOP.

       COVERAGE-WALK-DONE.

       IF WS-COV-POS < WS-COV-EXTENT
           ADD 1 TO WS-COV-GAPS
           COMPUTE WS-COV-GAP-LEN = WS-COV-EXTENT - WS-COV-POS
               ON SIZE ERROR MOVE 0 TO WS-COV-GAP-LEN
           END-COMPUTE
           ADD WS-COV-GAP-LEN TO WS-COV-GAP-TOTAL
               ON SIZE ERROR CONTINUE
           END-ADD
           MOVE WS-COV-POS TO WS-COV-DISP
           MOVE WS-COV-EXTENT TO WS-COV-DISP-2
           MOVE WS-COV-GAP-LEN TO WS-COV-DISP-3
           MOVE SPACES TO COVERAGE-RECORD
           STRING '  ** GAP ' DELIMITED BY SIZE
                  WS-COV-DISP DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-COV-DISP-2 DELIMITED BY SIZE
                  '  LENGTH ' DELIMITED BY SIZE
                  WS-COV-DISP-3 DELIMITED BY SIZE
                  'M UNCOVERED' DELIMITED BY SIZE
                  INTO COVERAGE-RECORD
           END-STRING
           WRITE COVERAGE-RECORD
       END-IF.

       COMPUTE WS-COV-COVERED = WS-COV-EXTENT - WS-COV-GAP-TOTAL
           ON SIZE ERROR MOVE 0 TO WS-COV-COVERED
       END-COMPUTE.
       IF WS-COV-EXTENT > 0
           COMPUTE WS-COV-PCT ROUNDED =
                   WS-COV-COVERED * 100 / WS-COV-EXTENT
               ON SIZE ERROR MOVE 0 TO WS-COV-PCT
           END-COMPUTE
       ELSE
           MOVE 0 TO WS-COV-PCT
       END-IF.

       MOVE WS-COV-EXTENT TO WS-COV-DISP.
       MOVE WS-COV-COVERED TO WS-COV-DISP-2.
       MOVE WS-COV-PCT TO WS-COV-PCT-DISP.
       MOVE SPACES TO COVERAGE-RECORD.
       STRING '  RUN ' DELIMITED BY SIZE
              WS-COV-DISP DELIMITED BY SIZE
              'M  COVERED ' DELIMITED BY SIZE
              WS-COV-DISP-2 DELIMITED BY SIZE
              'M  (' DELIMITED BY SIZE
              WS-COV-PCT-DISP DELIMITED BY SIZE
              ' PCT)' DELIMITED BY SIZE
              INTO COVERAGE-RECORD
       END-STRING.
       WRITE COVERAGE-RECORD.

       MOVE WS-COV-GAPS TO WS-COV-CNT-DISP.
       MOVE WS-COV-OVERLAPS TO WS-COV-CNT-DISP-2.
       MOVE SPACES TO COVERAGE-RECORD.
       STRING '  GAPS: ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-COV-CNT-DISP) DELIMITED BY SIZE
              '  OVERLAPS PAST THRESHOLD: ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-COV-CNT-DISP-2) DELIMITED BY SIZE
              INTO COVERAGE-RECORD
       END-STRING.
       WRITE COVERAGE-RECORD.

       WRITE-SITE-COVERAGE-SKIPPED.

       IF WS-COV-SKIPPED > 0
           MOVE WS-COV-SKIPPED TO WS-COV-CNT-DISP
           MOVE SPACES TO COVERAGE-RECORD
           STRING '  (' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COV-CNT-DISP) DELIMITED BY SIZE
                  ' GEOMETRY CAMERA(S) NOT PLACED ON THE RUN)'
                  DELIMITED BY SIZE
                  INTO COVERAGE-RECORD
           END-STRING
           WRITE COVERAGE-RECORD
       END-IF.

       WRITE-SITE-COVERAGE-DONE.

      ******************************************************************
      * Reads every existing CHECKPOINT.DAT record at batch startup.
      * A record is only written for a position that was actually
      * processed to a valid RESULT (BATCH-READ-LOOP skips straight
      * to the next record, without writing one, on a validation
      * failure) -- so the file can have a gap at a position that
      * errored out. WS-LAST-CHECKPOINT-NUM must only ever advance
      * over the unbroken run of positions starting at 1; stopping at
      * the first gap means a position that never produced a valid
      * RESULT (and everything after it) is still there to reprocess
      * on restart instead of being skipped forever because some
      * later position happened to succeed and get checkpointed.
      ******************************************************************
       READ-CHECKPOINT-LOOP.

       READ CHECKPOINT-FILE
           AT END GO TO READ-CHECKPOINT-DONE
       END-READ.

       IF CKPT-RECORD-NUM NOT = WS-CHECKPOINT-EXPECT-NUM
           GO TO READ-CHECKPOINT-DONE
       END-IF.

       MOVE CKPT-RECORD-NUM TO WS-LAST-CHECKPOINT-NUM.
       MOVE CKPT-CAMERA-ID TO WS-CHECKPOINT-CAMERA-ID.
       ADD 1 TO WS-CHECKPOINT-EXPECT-NUM.

       GO TO READ-CHECKPOINT-LOOP.

       READ-CHECKPOINT-DONE.

      ******************************************************************
      * CALC = 5 geometry. Expects CALC2 (sensor), WS-INSTALLED-LENS,
      * DISTANCE (ground distance to the target), WS-MOUNT-HEIGHT and
      * WS-TILT-DEG already set, all in meters/degrees. Leaves:
      *   WS-HFOV-DEG / WS-VFOV-DEG   field-of-view angles
      *   WS-NEAR-EDGE                blind-spot distance (ground is
      *                               first visible here)
      *   WS-FAR-EDGE / WS-FAR-LIMITED  far edge, or horizon-limited
      *   WS-FOOTPRINT-LEN            near-to-far ground footprint
      *   WS-SCENE-WIDTH              scene width at the target
      * The lower view edge sits tilt + VFOV/2 below horizontal, the
      * upper edge tilt - VFOV/2; each hits the ground (if at all) at
      * height / tan(angle).
      ******************************************************************

       COMPUTE-SCENE-GEOMETRY.

       MOVE 'Y' TO WS-GEOM-OK.
       MOVE 'Y' TO WS-GROUND-VISIBLE.
       MOVE 'Y' TO WS-FAR-LIMITED.
       MOVE 0 TO WS-NEAR-EDGE.
       MOVE 0 TO WS-FAR-EDGE.
       MOVE 0 TO WS-FOOTPRINT-LEN.

       COMPUTE WS-HFOV-DEG ROUNDED =
               2 * FUNCTION ATAN(WS-SENSOR-WIDTH(CALC2)
               / (2 * WS-INSTALLED-LENS)) * 180 / WS-PI
           ON SIZE ERROR MOVE 'N' TO WS-GEOM-OK
       END-COMPUTE.

       COMPUTE WS-VFOV-DEG ROUNDED =
               2 * FUNCTION ATAN(WS-SENSOR-HEIGHT(CALC2)
               / (2 * WS-INSTALLED-LENS)) * 180 / WS-PI
           ON SIZE ERROR MOVE 'N' TO WS-GEOM-OK
       END-COMPUTE.

       IF NOT GEOMETRY-OK
           GO TO COMPUTE-SCENE-GEOMETRY-DONE
       END-IF.

       COMPUTE WS-ANGLE-LOW ROUNDED = WS-TILT-DEG + WS-VFOV-DEG / 2
           ON SIZE ERROR MOVE 'N' TO WS-GEOM-OK
       END-COMPUTE.
       COMPUTE WS-ANGLE-HIGH ROUNDED = WS-TILT-DEG - WS-VFOV-DEG / 2
           ON SIZE ERROR MOVE 'N' TO WS-GEOM-OK
       END-COMPUTE.

       IF NOT GEOMETRY-OK
           GO TO COMPUTE-SCENE-GEOMETRY-DONE
       END-IF.

      * Lower edge at or above horizontal: the camera never meets the
      * ground, so there is no footprint at all.
       IF WS-ANGLE-LOW <= 0
           MOVE 'N' TO WS-GROUND-VISIBLE
           MOVE 'N' TO WS-FAR-LIMITED
           GO TO COMPUTE-SCENE-GEOMETRY-WIDTH
       END-IF.

       IF WS-ANGLE-LOW >= 90
           MOVE 0 TO WS-NEAR-EDGE
       ELSE
           COMPUTE WS-NEAR-EDGE ROUNDED = WS-MOUNT-HEIGHT
                   / FUNCTION TAN(WS-ANGLE-LOW * WS-PI / 180)
               ON SIZE ERROR MOVE 'N' TO WS-GEOM-OK
           END-COMPUTE
       END-IF.

       IF WS-ANGLE-HIGH <= 0
           MOVE 'N' TO WS-FAR-LIMITED
       ELSE
           COMPUTE WS-FAR-EDGE ROUNDED = WS-MOUNT-HEIGHT
                   / FUNCTION TAN(WS-ANGLE-HIGH * WS-PI / 180)
               ON SIZE ERROR MOVE 'N' TO WS-FAR-LIMITED
           END-COMPUTE
       END-IF.

       IF GEOMETRY-OK AND FAR-EDGE-LIMITED
           COMPUTE WS-FOOTPRINT-LEN ROUNDED =
                   WS-FAR-EDGE - WS-NEAR-EDGE
               ON SIZE ERROR MOVE 0 TO WS-FOOTPRINT-LEN
           END-COMPUTE
       END-IF.

       COMPUTE-SCENE-GEOMETRY-WIDTH.

       IF NOT GEOMETRY-OK
           GO TO COMPUTE-SCENE-GEOMETRY-DONE
       END-IF.

       COMPUTE WS-SLANT-DIST ROUNDED = FUNCTION SQRT(
               WS-MOUNT-HEIGHT * WS-MOUNT-HEIGHT
               + DISTANCE * DISTANCE)
           ON SIZE ERROR MOVE 'N' TO WS-GEOM-OK
       END-COMPUTE.

       COMPUTE WS-SCENE-WIDTH ROUNDED = 2 * WS-SLANT-DIST
               * FUNCTION TAN(WS-HFOV-DEG / 2 * WS-PI / 180)
           ON SIZE ERROR MOVE 'N' TO WS-GEOM-OK
       END-COMPUTE.

       COMPUTE-SCENE-GEOMETRY-DONE.

      ******************************************************************
      * Reports the scene geometry just computed: FOV angles, the
      * blind spot at the base of the mount, the ground footprint and
      * the scene width at the target distance.
      ******************************************************************

       SHOW-SCENE-GEOMETRY.

       MOVE WS-HFOV-DEG TO WS-FOV-DISP.
       MOVE WS-VFOV-DEG TO WS-FOV-DISP-2.
       DISPLAY 'Horizontal FOV: ' WS-FOV-DISP ' degrees.'.
       DISPLAY 'Vertical FOV:   ' WS-FOV-DISP-2 ' degrees.'.

       IF NOT GROUND-IS-VISIBLE
           DISPLAY 'The camera never meets the ground at this tilt:'
           DISPLAY 'no ground footprint, blind spot is unlimited.'
       ELSE
           MOVE WS-NEAR-EDGE TO WS-EDGE-DISP
           DISPLAY 'Blind spot below camera: ' WS-EDGE-DISP
               'm (ground is first visible here).'
           IF FAR-EDGE-LIMITED
               MOVE WS-FAR-EDGE TO WS-EDGE-DISP-2
               MOVE WS-FOOTPRINT-LEN TO WS-EDGE-DISP-3
               DISPLAY 'Ground coverage: ' WS-EDGE-DISP 'm to '
                   WS-EDGE-DISP-2 'm (footprint ' WS-EDGE-DISP-3
                   'm).'
           ELSE
               DISPLAY 'Ground coverage: ' WS-EDGE-DISP
                   'm to the horizon.'
           END-IF
       END-IF.

       MOVE WS-SCENE-WIDTH TO WS-EDGE-DISP.
       DISPLAY 'Scene width at target distance: ' WS-EDGE-DISP 'm.'.

      ******************************************************************
      * Reports the stock-lens match for the result just shown on
      * screen: the nearest purchasable lens and its part number, or
      * a warning when nothing in the catalog meets the coverage --
      * worded distinctly when lenses met it but none was compatible.
      ******************************************************************

       SHOW-STOCK-LENS.

       IF STOCK-LENS-FOUND
           MOVE WS-STOCK-MM TO WS-STOCK-MM-DISP
           DISPLAY 'Nearest stock lens: '
               FUNCTION TRIM(WS-STOCK-DESC)
               ' (part ' FUNCTION TRIM(WS-STOCK-PART) ').'
       ELSE
           IF NO-COMPATIBLE-STOCK-LENS
               DISPLAY 'No compatible stock lens: every focal-length'
                   ' match is too small for this sensor format'
                   ' or does not fit the mount.'
           ELSE
               DISPLAY 'No stock lens meets this coverage requirement.'
           END-IF
       END-IF.

      ******************************************************************
      * Rates the camera's night performance for the record the batch
      * is processing. Expects WS-SCENE-LUX, WS-NIGHT-MIN-LUX and
      * WS-NIGHT-REQ already set; matches the stock lens itself (the
      * same match the output branch repeats) to get its aperture.
      * Leaves WS-NIGHT-OUT ('OK  '/'MARG'/'FAIL', spaces when the
      * camera cannot be rated) and NIGHT-REJECTED when a contracted
      * night requirement is failed or cannot be demonstrated.
      ******************************************************************

       RATE-NIGHT-SUITABILITY.

       MOVE SPACES TO WS-NIGHT-OUT.
       MOVE 'N' TO WS-NIGHT-REJECT.

       IF CALC = 3
           PERFORM FIND-STOCK-LENS-RANGE
               THRU FIND-STOCK-LENS-RANGE-DONE
       ELSE
           IF CALC = 1 OR CALC = 2
               PERFORM FIND-STOCK-LENS THRU FIND-STOCK-LENS-DONE
           ELSE
               MOVE 0 TO WS-STOCK-APERTURE
           END-IF
       END-IF.

       IF WS-SCENE-LUX > 0 AND WS-NIGHT-MIN-LUX > 0
           AND WS-STOCK-APERTURE > 0
           COMPUTE WS-NIGHT-EFF-LUX ROUNDED = WS-SCENE-LUX
                   * WS-NIGHT-REF-F * WS-NIGHT-REF-F
                   / (WS-STOCK-APERTURE * WS-STOCK-APERTURE)
               ON SIZE ERROR MOVE 0 TO WS-NIGHT-EFF-LUX
           END-COMPUTE
           IF WS-NIGHT-EFF-LUX >= 2 * WS-NIGHT-MIN-LUX
               MOVE 'OK' TO WS-NIGHT-OUT
           ELSE
               IF WS-NIGHT-EFF-LUX >= WS-NIGHT-MIN-LUX
                   MOVE 'MARG' TO WS-NIGHT-OUT
               ELSE
                   MOVE 'FAIL' TO WS-NIGHT-OUT
               END-IF
           END-IF
       END-IF.

       IF WS-NIGHT-REQ = 'Y'
           IF WS-NIGHT-OUT = 'FAIL' OR WS-NIGHT-OUT = SPACES
               MOVE 'FAIL' TO WS-NIGHT-OUT
               MOVE 'Y' TO WS-NIGHT-REJECT
           END-IF
       END-IF.

       RATE-NIGHT-SUITABILITY-DONE.

      ******************************************************************
      * Classifies the pixel density for the calculation just made.
      * Expects WS-RESOLUTION (horizontal pixels) and
      * WS-DENSITY-DIMENSION (the target width or height, meters)
      * already set; leaves the density, the achieved DORI class
      * letter/name, and the PASS/FAIL flag against WS-REQ-CLASS in
      * working storage for the caller to display or print.
      ******************************************************************

       CLASSIFY-PIXEL-DENSITY.

       MOVE 0 TO WS-PIXEL-DENSITY.
       MOVE SPACE TO WS-DORI-CLASS.
       MOVE SPACES TO WS-DORI-CLASS-NAME.
       MOVE SPACES TO WS-DORI-PASS.
       MOVE 0 TO WS-DORI-RANK.

       IF WS-RESOLUTION = 0 OR WS-DENSITY-DIMENSION = 0
           IF WS-REQ-CLASS NOT = SPACE
               MOVE 'FAIL' TO WS-DORI-PASS
           END-IF
           GO TO CLASSIFY-PIXEL-DENSITY-DONE
       END-IF.

       COMPUTE WS-PIXEL-DENSITY ROUNDED =
               WS-RESOLUTION / WS-DENSITY-DIMENSION
           ON SIZE ERROR MOVE 99999.9 TO WS-PIXEL-DENSITY
       END-COMPUTE.

       IF WS-PIXEL-DENSITY >= WS-DORI-IDENT-PPM
           MOVE 'I' TO WS-DORI-CLASS
           MOVE 'IDENTIFY' TO WS-DORI-CLASS-NAME
           MOVE 4 TO WS-DORI-RANK
       ELSE
           IF WS-PIXEL-DENSITY >= WS-DORI-RECOG-PPM
               MOVE 'R' TO WS-DORI-CLASS
               MOVE 'RECOGNIZE' TO WS-DORI-CLASS-NAME
               MOVE 3 TO WS-DORI-RANK
           ELSE
               IF WS-PIXEL-DENSITY >= WS-DORI-OBSERVE-PPM
                   MOVE 'O' TO WS-DORI-CLASS
                   MOVE 'OBSERVE' TO WS-DORI-CLASS-NAME
                   MOVE 2 TO WS-DORI-RANK
               ELSE
                   IF WS-PIXEL-DENSITY >= WS-DORI-DETECT-PPM
                       MOVE 'D' TO WS-DORI-CLASS
                       MOVE 'DETECT' TO WS-DORI-CLASS-NAME
                       MOVE 1 TO WS-DORI-RANK
                   ELSE
                       MOVE '-' TO WS-DORI-CLASS
                       MOVE 'NONE' TO WS-DORI-CLASS-NAME
                       MOVE 0 TO WS-DORI-RANK
                   END-IF
               END-IF
           END-IF
       END-IF.

       MOVE 0 TO WS-REQ-RANK.
       IF WS-REQ-CLASS = 'D'
           MOVE 1 TO WS-REQ-RANK
       END-IF.
       IF WS-REQ-CLASS = 'O'
           MOVE 2 TO WS-REQ-RANK
       END-IF.
       IF WS-REQ-CLASS = 'R'
           MOVE 3 TO WS-REQ-RANK
       END-IF.
       IF WS-REQ-CLASS = 'I'
           MOVE 4 TO WS-REQ-RANK
       END-IF.

       IF WS-REQ-RANK > 0
           IF WS-DORI-RANK >= WS-REQ-RANK
               MOVE 'PASS' TO WS-DORI-PASS
           ELSE
               MOVE 'FAIL' TO WS-DORI-PASS
           END-IF
       END-IF.

       CLASSIFY-PIXEL-DENSITY-DONE.

       IF WS-RESOLUTION > 0 AND WS-DENSITY-DIMENSION > 0
           MOVE WS-PIXEL-DENSITY TO WS-PIXEL-DENSITY-DISP
           MOVE WS-PIXEL-DENSITY-DISP TO WS-DENSITY-OUT
       ELSE
           MOVE SPACES TO WS-DENSITY-OUT
       END-IF.

      ******************************************************************
      * Reports the pixel density and DORI class for the result just
      * shown on screen, when a resolution was captured.
      ******************************************************************

       SHOW-PIXEL-DENSITY.

       IF WS-RESOLUTION > 0 AND WS-DENSITY-DIMENSION > 0
           MOVE WS-PIXEL-DENSITY TO WS-PIXEL-DENSITY-DISP
           DISPLAY 'Pixel density: ' WS-PIXEL-DENSITY-DISP
               ' px/m - ' FUNCTION TRIM(WS-DORI-CLASS-NAME) '.'
       END-IF.

      ******************************************************************
      * Appends one line to AUDIT.LOG for the calculation that was just
      * completed (interactive or batch).
      ******************************************************************

       WRITE-AUDIT-LOG.

       IF CALC = 1
           MOVE WIDTH TO WS-LOG-DIMENSION
       ELSE
           MOVE HEIGHT TO WS-LOG-DIMENSION
       END-IF.

       MOVE DISTANCE TO WS-DISTANCE-DISP.
       MOVE WS-LOG-DIMENSION TO WS-DIMENSION-DISP.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO AUDIT-LOG-RECORD.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-CDT-HOUR DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-MINUTE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-SECOND DELIMITED BY SIZE
              ' CALC=' DELIMITED BY SIZE
              CALC DELIMITED BY SIZE
              ' SENSOR=' DELIMITED BY SIZE
              CALC2 DELIMITED BY SIZE
              ' UNITS=' DELIMITED BY SIZE
              WS-UNITS DELIMITED BY SIZE
              ' DIST=' DELIMITED BY SIZE
              WS-DISTANCE-DISP DELIMITED BY SIZE
              ' DIM=' DELIMITED BY SIZE
              WS-DIMENSION-DISP DELIMITED BY SIZE
              ' RESULT=' DELIMITED BY SIZE
              RESULT DELIMITED BY SIZE
              'MM' DELIMITED BY SIZE
              ' CAMERA=' DELIMITED BY SIZE
              WS-CSV-CAMERA-ID DELIMITED BY SIZE
              INTO AUDIT-LOG-RECORD
       END-STRING.

       WRITE AUDIT-LOG-RECORD.

      ******************************************************************
      * Same as WRITE-AUDIT-LOG, for CALC = 3 (varifocal/PTZ range):
      * logs near/far distance and both ends of the resulting zoom
      * range instead of one DISTANCE and one RESULT.
      ******************************************************************
       WRITE-AUDIT-LOG-RANGE.

       IF VARI-WIDTH
           MOVE WIDTH TO WS-LOG-DIMENSION
       ELSE
           MOVE HEIGHT TO WS-LOG-DIMENSION
       END-IF.

       MOVE WS-DISTANCE-NEAR TO WS-DISTANCE-NEAR-DISP.
       MOVE WS-DISTANCE-FAR TO WS-DISTANCE-FAR-DISP.
       MOVE WS-LOG-DIMENSION TO WS-DIMENSION-DISP.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO AUDIT-LOG-RECORD.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-CDT-HOUR DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-MINUTE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-SECOND DELIMITED BY SIZE
              ' CALC=3 SENSOR=' DELIMITED BY SIZE
              CALC2 DELIMITED BY SIZE
              ' UNITS=' DELIMITED BY SIZE
              WS-UNITS DELIMITED BY SIZE
              ' NEARDIST=' DELIMITED BY SIZE
              WS-DISTANCE-NEAR-DISP DELIMITED BY SIZE
              ' FARDIST=' DELIMITED BY SIZE
              WS-DISTANCE-FAR-DISP DELIMITED BY SIZE
              ' DIM=' DELIMITED BY SIZE
              WS-DIMENSION-DISP DELIMITED BY SIZE
              ' RESULT=' DELIMITED BY SIZE
              WS-RESULT-NEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-RESULT-FAR DELIMITED BY SIZE
              'MM' DELIMITED BY SIZE
              ' CAMERA=' DELIMITED BY SIZE
              WS-CSV-CAMERA-ID DELIMITED BY SIZE
              INTO AUDIT-LOG-RECORD
       END-STRING.

       WRITE AUDIT-LOG-RECORD.

      ******************************************************************
      * Same as WRITE-AUDIT-LOG, for CALC = 4 (reverse mode): logs the
      * installed lens mm that was keyed in and the coverage dimension
      * that was solved for, instead of a target dimension and a
      * resulting lens mm.
      ******************************************************************
       WRITE-AUDIT-LOG-REVERSE.

       MOVE DISTANCE TO WS-DISTANCE-DISP.
       MOVE WS-REVERSE-RESULT TO WS-REVERSE-RESULT-DISP.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO AUDIT-LOG-RECORD.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-CDT-HOUR DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-MINUTE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-SECOND DELIMITED BY SIZE
              ' CALC=4 SENSOR=' DELIMITED BY SIZE
              CALC2 DELIMITED BY SIZE
              ' UNITS=' DELIMITED BY SIZE
              WS-UNITS DELIMITED BY SIZE
              ' DIST=' DELIMITED BY SIZE
              WS-DISTANCE-DISP DELIMITED BY SIZE
              ' LENS=' DELIMITED BY SIZE
              WS-INSTALLED-LENS DELIMITED BY SIZE
              'MM COVERAGE=' DELIMITED BY SIZE
              WS-REVERSE-RESULT-DISP DELIMITED BY SIZE
              'M' DELIMITED BY SIZE
              ' CAMERA=' DELIMITED BY SIZE
              WS-CSV-CAMERA-ID DELIMITED BY SIZE
              INTO AUDIT-LOG-RECORD
       END-STRING.

       WRITE AUDIT-LOG-RECORD.

      ******************************************************************
      * Same as WRITE-AUDIT-LOG, for CALC = 5 (scene geometry): logs
      * the lens, mounting height and tilt that were keyed, and the
      * FOV angles and blind-spot distance that came out.
      ******************************************************************
       WRITE-AUDIT-LOG-GEOMETRY.

       MOVE DISTANCE TO WS-DISTANCE-DISP.
       MOVE WS-MOUNT-HEIGHT TO WS-MOUNT-HEIGHT-DISP.
       MOVE WS-TILT-DEG TO WS-TILT-DISP.
       MOVE WS-HFOV-DEG TO WS-FOV-DISP.
       MOVE WS-VFOV-DEG TO WS-FOV-DISP-2.
       MOVE WS-NEAR-EDGE TO WS-EDGE-DISP.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO AUDIT-LOG-RECORD.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-CDT-HOUR DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-MINUTE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-SECOND DELIMITED BY SIZE
              ' CALC=5 SENSOR=' DELIMITED BY SIZE
              CALC2 DELIMITED BY SIZE
              ' UNITS=' DELIMITED BY SIZE
              WS-UNITS DELIMITED BY SIZE
              ' DIST=' DELIMITED BY SIZE
              WS-DISTANCE-DISP DELIMITED BY SIZE
              ' LENS=' DELIMITED BY SIZE
              WS-INSTALLED-LENS DELIMITED BY SIZE
              'MM HT=' DELIMITED BY SIZE
              WS-MOUNT-HEIGHT-DISP DELIMITED BY SIZE
              ' TILT=' DELIMITED BY SIZE
              WS-TILT-DISP DELIMITED BY SIZE
              ' HFOV=' DELIMITED BY SIZE
              WS-FOV-DISP DELIMITED BY SIZE
              ' VFOV=' DELIMITED BY SIZE
              WS-FOV-DISP-2 DELIMITED BY SIZE
              ' BLIND=' DELIMITED BY SIZE
              WS-EDGE-DISP DELIMITED BY SIZE
              ' CAMERA=' DELIMITED BY SIZE
              WS-CSV-CAMERA-ID DELIMITED BY SIZE
              INTO AUDIT-LOG-RECORD
       END-STRING.

       WRITE AUDIT-LOG-RECORD.

      ******************************************************************
      * RESULTS.CSV: one header line plus one data line per result
      * (interactive or batch), for import into CAD/BOM tooling instead
      * of transcribing numbers off the screen or out of BATCHOUT.TXT.
      * WRITE-CSV-HEADER runs once, the first time RESULTS.CSV is
      * created (WS-CSV-STATUS = '05' on OPEN EXTEND, same signal
      * GnuCOBOL gives for any newly-created OPTIONAL file).
      ******************************************************************
       WRITE-CSV-HEADER.

       MOVE SPACES TO CSV-EXPORT-RECORD.
       STRING 'CAMERA_ID,SENSOR,DISTANCE_M,DIMENSION_M,LENS_MM,MODE'
              DELIMITED BY SIZE
              ',STOCK_MM,STOCK_PART' DELIMITED BY SIZE
              INTO CSV-EXPORT-RECORD
       END-STRING.
       WRITE CSV-EXPORT-RECORD.

      ******************************************************************
      * CALC = 1/2: target dimension in, lens mm out.
      ******************************************************************
       WRITE-CSV-LOG.

       IF CALC = 1
           MOVE WIDTH TO WS-LOG-DIMENSION
       ELSE
           MOVE HEIGHT TO WS-LOG-DIMENSION
       END-IF.

       MOVE DISTANCE TO WS-DISTANCE-DISP.
       MOVE WS-LOG-DIMENSION TO WS-DIMENSION-DISP.

       MOVE SPACES TO CSV-EXPORT-RECORD.
       STRING FUNCTION TRIM(WS-CSV-CAMERA-ID) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(WS-SENSOR-NAME(CALC2)) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-DISTANCE-DISP DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-DIMENSION-DISP DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              RESULT DELIMITED BY SIZE
              ',FWD,' DELIMITED BY SIZE
              FUNCTION TRIM(WS-STOCK-MM-DISP) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(WS-STOCK-PART-OUT) DELIMITED BY SIZE
              INTO CSV-EXPORT-RECORD
       END-STRING.
       WRITE CSV-EXPORT-RECORD.

      ******************************************************************
      * CALC = 3: near/far distance and the resulting zoom range are
      * written as one CSV line each (same camera ID and dimension),
      * so a spreadsheet row always holds exactly one distance/lens
      * pair instead of needing a reader to split a "26-77" range cell.
      ******************************************************************
       WRITE-CSV-LOG-RANGE.

       IF VARI-WIDTH
           MOVE WIDTH TO WS-LOG-DIMENSION
       ELSE
           MOVE HEIGHT TO WS-LOG-DIMENSION
       END-IF.
       MOVE WS-LOG-DIMENSION TO WS-DIMENSION-DISP.

       MOVE WS-DISTANCE-NEAR TO WS-DISTANCE-DISP.
       MOVE SPACES TO CSV-EXPORT-RECORD.
       STRING FUNCTION TRIM(WS-CSV-CAMERA-ID) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(WS-SENSOR-NAME(CALC2)) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-DISTANCE-DISP DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-DIMENSION-DISP DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-RESULT-NEAR DELIMITED BY SIZE
              ',FWD,' DELIMITED BY SIZE
              FUNCTION TRIM(WS-STOCK-MM-DISP) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(WS-STOCK-PART-OUT) DELIMITED BY SIZE
              INTO CSV-EXPORT-RECORD
       END-STRING.
       WRITE CSV-EXPORT-RECORD.

       MOVE WS-DISTANCE-FAR TO WS-DISTANCE-DISP.
       MOVE SPACES TO CSV-EXPORT-RECORD.
       STRING FUNCTION TRIM(WS-CSV-CAMERA-ID) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(WS-SENSOR-NAME(CALC2)) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-DISTANCE-DISP DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-DIMENSION-DISP DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-RESULT-FAR DELIMITED BY SIZE
              ',FWD,' DELIMITED BY SIZE
              FUNCTION TRIM(WS-STOCK-MM-DISP) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(WS-STOCK-PART-OUT) DELIMITED BY SIZE
              INTO CSV-EXPORT-RECORD
       END-STRING.
       WRITE CSV-EXPORT-RECORD.

      ******************************************************************
      * CALC = 4: installed lens mm in, computed coverage dimension
      * out -- the LENS_MM column holds the lens that was keyed in
      * rather than a result, and DIMENSION_M holds the computed
      * coverage instead of a target that was keyed in.
      ******************************************************************
       WRITE-CSV-LOG-REVERSE.

       MOVE DISTANCE TO WS-DISTANCE-DISP.
       MOVE WS-REVERSE-RESULT TO WS-REVERSE-RESULT-DISP.

       MOVE SPACES TO CSV-EXPORT-RECORD.
       STRING FUNCTION TRIM(WS-CSV-CAMERA-ID) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(WS-SENSOR-NAME(CALC2)) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-DISTANCE-DISP DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-REVERSE-RESULT-DISP DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-INSTALLED-LENS DELIMITED BY SIZE
              ',REV,,' DELIMITED BY SIZE
              INTO CSV-EXPORT-RECORD
       END-STRING.
       WRITE CSV-EXPORT-RECORD.

      ******************************************************************
      * CALC = 5: the DIMENSION_M column carries the scene width at
      * the target distance, the LENS_MM column the lens that was
      * keyed in, and the stock columns stay empty -- the lens is a
      * given, not a recommendation.
      ******************************************************************
       WRITE-CSV-LOG-GEOMETRY.

       MOVE DISTANCE TO WS-DISTANCE-DISP.
       MOVE WS-SCENE-WIDTH TO WS-EDGE-DISP.

       MOVE SPACES TO CSV-EXPORT-RECORD.
       STRING FUNCTION TRIM(WS-CSV-CAMERA-ID) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(WS-SENSOR-NAME(CALC2)) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-DISTANCE-DISP DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(WS-EDGE-DISP) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-INSTALLED-LENS DELIMITED BY SIZE
              ',GEO,,' DELIMITED BY SIZE
              INTO CSV-EXPORT-RECORD
       END-STRING.
       WRITE CSV-EXPORT-RECORD.

      ******************************************************************
      * Formatted multi-camera site-survey report, written once to
      * SITEREPORT.TXT per batch run: a header with site name and
      * date, one detail line per camera, and a camera-count footer --
      * a deliverable to hand a client instead of BATCHOUT.TXT's plain
      * "DIST=... USE A ...MM LENS." scroll.
      ******************************************************************
       WRITE-REPORT-HEADER.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO SITE-REPORT-RECORD.
       STRING 'SITE SURVEY REPORT' DELIMITED BY SIZE
              '  RUN: ' DELIMITED BY SIZE
              WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              INTO SITE-REPORT-RECORD
       END-STRING.
       WRITE SITE-REPORT-RECORD.

       MOVE SPACES TO SITE-REPORT-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO SITE-REPORT-RECORD
       END-STRING.
       WRITE SITE-REPORT-RECORD.

      ******************************************************************
      * Opens a new per-site section of SITEREPORT.TXT from an 'H'
      * header record, closing the previous site's section with its
      * camera subtotal first.
      ******************************************************************

       START-NEW-SITE.

       IF SITE-SECTION-OPEN
           PERFORM WRITE-SITE-SUBTOTAL
           PERFORM WRITE-SITE-SIZING THRU WRITE-SITE-SIZING-DONE
           PERFORM WRITE-SITE-COVERAGE THRU WRITE-SITE-COVERAGE-DONE
           PERFORM SAVE-SITE-PARTS THRU SAVE-SITE-PARTS-DONE
           PERFORM WRITE-SITE-QUOTE THRU WRITE-SITE-QUOTE-DONE
       END-IF.

       MOVE SVY-SITE-NAME TO WS-SITE-NAME.
       MOVE SVY-SURVEY-DATE TO WS-SITE-SURVEY-DATE.
       MOVE SVY-SURVEYOR TO WS-SITE-SURVEYOR.
       MOVE SVY-CUST-CODE TO WS-SITE-CUST-CODE.
       MOVE SURVEY-RECORD TO WS-REWORK-HDR-IMAGE.
       MOVE 'N' TO WS-REWORK-HDR-WRITTEN.

      * A header whose site name matches the sites master rolls the
      * master's last-survey date forward automatically.
       MOVE WS-SITE-NAME TO WS-SM-LOOKUP-NAME.
       PERFORM FIND-SITE-BY-NAME THRU FIND-SITE-BY-NAME-DONE.
       IF SITE-MASTER-FOUND
           IF SVY-SURVEY-DATE NOT = SPACES
               AND SVY-SURVEY-DATE > WS-SITEM-LAST(WS-SM)
               MOVE SVY-SURVEY-DATE TO WS-SITEM-LAST(WS-SM)
               MOVE 'Y' TO WS-SITEM-DIRTY
           END-IF
       END-IF.
       MOVE 0 TO WS-SITE-CAMERA-COUNT.
       MOVE 0 TO WS-SITE-BOM-COUNT.
       MOVE 0 TO WS-SIZING-COUNT.
       MOVE 0 TO WS-SIZING-SKIPPED.
       MOVE 0 TO WS-SITE-MBPS.
       MOVE 0 TO WS-SITE-GB.
       MOVE 0 TO WS-COV-COUNT.
       MOVE 0 TO WS-COV-SKIPPED.
       MOVE 'Y' TO WS-SITE-OPEN.

       IF WS-RUN-SITE-FIRST = SPACES
           MOVE WS-SITE-NAME TO WS-RUN-SITE-FIRST
       END-IF.

       PERFORM WRITE-SITE-HEADER.

       START-NEW-SITE-DONE.

      ******************************************************************
      * A detail record arriving before any 'H' header still gets a
      * section, titled so the missing header is visible on the
      * report instead of silently inheriting a stale site name.
      ******************************************************************

       START-DEFAULT-SITE.

       MOVE '(NO SITE HEADER)' TO WS-SITE-NAME.
       MOVE SPACES TO WS-SITE-SURVEY-DATE.
       MOVE SPACES TO WS-SITE-SURVEYOR.
       MOVE SPACES TO WS-SITE-CUST-CODE.
       MOVE SPACES TO WS-REWORK-HDR-IMAGE.
       STRING 'H' DELIMITED BY SIZE
              WS-SITE-NAME DELIMITED BY SIZE
              INTO WS-REWORK-HDR-IMAGE
       END-STRING.
       MOVE 'N' TO WS-REWORK-HDR-WRITTEN.
       MOVE 0 TO WS-SITE-CAMERA-COUNT.
       MOVE 0 TO WS-SITE-BOM-COUNT.
       MOVE 0 TO WS-SIZING-COUNT.
       MOVE 0 TO WS-SIZING-SKIPPED.
       MOVE 0 TO WS-SITE-MBPS.
       MOVE 0 TO WS-SITE-GB.
       MOVE 0 TO WS-COV-COUNT.
       MOVE 0 TO WS-COV-SKIPPED.
       MOVE 'Y' TO WS-SITE-OPEN.

       PERFORM WRITE-SITE-HEADER.

       START-DEFAULT-SITE-DONE.

       WRITE-SITE-HEADER.

       MOVE SPACES TO SITE-REPORT-RECORD.
       WRITE SITE-REPORT-RECORD.

       MOVE SPACES TO SITE-REPORT-RECORD.
       STRING 'SITE: ' DELIMITED BY SIZE
              WS-SITE-NAME DELIMITED BY SIZE
              '  SURVEYED: ' DELIMITED BY SIZE
              WS-SITE-SURVEY-DATE DELIMITED BY SIZE
              '  BY: ' DELIMITED BY SIZE
              WS-SITE-SURVEYOR DELIMITED BY SIZE
              INTO SITE-REPORT-RECORD
       END-STRING.
       WRITE SITE-REPORT-RECORD.

       MOVE SPACES TO SITE-REPORT-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO SITE-REPORT-RECORD
       END-STRING.
       WRITE SITE-REPORT-RECORD.

       MOVE SPACES TO SITE-REPORT-RECORD.
       STRING 'CAMERA ID   SENSOR FORMAT         DIST(M)' DELIMITED BY SIZE
              '       DIM(M)     LENS (MM)' DELIMITED BY SIZE
              '  STOCK PART' DELIMITED BY SIZE
              '     PX/M  C PASS NIGHT' DELIMITED BY SIZE
              INTO SITE-REPORT-RECORD
       END-STRING.
       WRITE SITE-REPORT-RECORD.

       MOVE SPACES TO SITE-REPORT-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO SITE-REPORT-RECORD
       END-STRING.
       WRITE SITE-REPORT-RECORD.

       WRITE-SITE-SUBTOTAL.

       MOVE SPACES TO SITE-REPORT-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO SITE-REPORT-RECORD
       END-STRING.
       WRITE SITE-REPORT-RECORD.

       MOVE SPACES TO SITE-REPORT-RECORD.
       STRING 'SITE TOTAL CAMERAS: ' DELIMITED BY SIZE
              WS-SITE-CAMERA-COUNT DELIMITED BY SIZE
              '  (' DELIMITED BY SIZE
              WS-SITE-NAME DELIMITED BY SIZE
              ')' DELIMITED BY SIZE
              INTO SITE-REPORT-RECORD
       END-STRING.
       WRITE SITE-REPORT-RECORD.

       WRITE-REPORT-DETAIL.

       MOVE SPACES TO SITE-REPORT-RECORD.

       IF CALC = 5
           MOVE DISTANCE TO WS-DISTANCE-DISP
           MOVE WS-MOUNT-HEIGHT TO WS-MOUNT-HEIGHT-DISP
           MOVE WS-TILT-DEG TO WS-TILT-DISP
           MOVE WS-NEAR-EDGE TO WS-EDGE-DISP
           MOVE WS-HFOV-DEG TO WS-FOV-DISP
           MOVE WS-VFOV-DEG TO WS-FOV-DISP-2
           STRING SVY-CAMERA-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SENSOR-NAME(CALC2) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISTANCE-DISP DELIMITED BY SIZE
                  '  HT=' DELIMITED BY SIZE
                  WS-MOUNT-HEIGHT-DISP DELIMITED BY SIZE
                  ' TILT=' DELIMITED BY SIZE
                  WS-TILT-DISP DELIMITED BY SIZE
                  ' FOV=' DELIMITED BY SIZE
                  WS-FOV-DISP DELIMITED BY SIZE
                  'X' DELIMITED BY SIZE
                  WS-FOV-DISP-2 DELIMITED BY SIZE
                  ' BLIND=' DELIMITED BY SIZE
                  WS-EDGE-DISP DELIMITED BY SIZE
                  INTO SITE-REPORT-RECORD
           END-STRING
           WRITE SITE-REPORT-RECORD
           GO TO WRITE-REPORT-DETAIL-DONE
       END-IF.

       IF CALC = 3
           MOVE WS-DISTANCE-NEAR TO WS-DISTANCE-NEAR-DISP
           MOVE WS-DISTANCE-FAR TO WS-DISTANCE-FAR-DISP
           IF VARI-WIDTH
               MOVE WIDTH TO WS-DIMENSION-DISP
           ELSE
               MOVE HEIGHT TO WS-DIMENSION-DISP
           END-IF
           STRING SVY-CAMERA-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SENSOR-NAME(CALC2) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISTANCE-NEAR-DISP DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DISTANCE-FAR-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DIMENSION-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RESULT-NEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RESULT-FAR DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-STOCK-PART-OUT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DENSITY-OUT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DORI-CLASS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DORI-PASS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NIGHT-OUT DELIMITED BY SIZE
                  INTO SITE-REPORT-RECORD
           END-STRING
       ELSE
           IF CALC = 4
               MOVE DISTANCE TO WS-DISTANCE-DISP
               MOVE WS-REVERSE-RESULT TO WS-REVERSE-RESULT-DISP
               STRING SVY-CAMERA-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-SENSOR-NAME(CALC2) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DISTANCE-DISP DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-REVERSE-RESULT-DISP DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-INSTALLED-LENS DELIMITED BY SIZE
                      '              ' DELIMITED BY SIZE
                      WS-DENSITY-OUT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DORI-CLASS DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DORI-PASS DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-NIGHT-OUT DELIMITED BY SIZE
                      INTO SITE-REPORT-RECORD
               END-STRING
           ELSE
               MOVE DISTANCE TO WS-DISTANCE-DISP
               IF CALC = 1
                   MOVE WIDTH TO WS-DIMENSION-DISP
               ELSE
                   MOVE HEIGHT TO WS-DIMENSION-DISP
               END-IF
               STRING SVY-CAMERA-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-SENSOR-NAME(CALC2) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DISTANCE-DISP DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-DIMENSION-DISP DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      RESULT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-STOCK-PART-OUT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-DENSITY-OUT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DORI-CLASS DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DORI-PASS DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-NIGHT-OUT DELIMITED BY SIZE
                      INTO SITE-REPORT-RECORD
               END-STRING
           END-IF
       END-IF.

       WRITE SITE-REPORT-RECORD.

      * Stock matches that were all passed over on format or mount
      * get an exception line of their own under the detail, so the
      * camera is not read as simply beyond the catalog's range.
       IF (CALC = 1 OR CALC = 2 OR CALC = 3)
           AND NO-COMPATIBLE-STOCK-LENS
           IF WS-STOCK-MOUNT = SPACES
               MOVE 'ANY' TO WS-NCL-MOUNT-OUT
           ELSE
               MOVE WS-STOCK-MOUNT TO WS-NCL-MOUNT-OUT
           END-IF
           MOVE SPACES TO SITE-REPORT-RECORD
           STRING '           ** NO COMPATIBLE STOCK LENS FOR '
                  DELIMITED BY SIZE
                  WS-SENSOR-NAME(CALC2) DELIMITED BY SIZE
                  ' MOUNT ' DELIMITED BY SIZE
                  WS-NCL-MOUNT-OUT DELIMITED BY SIZE
                  INTO SITE-REPORT-RECORD
           END-STRING
           WRITE SITE-REPORT-RECORD
       END-IF.

       WRITE-REPORT-DETAIL-DONE.

       WRITE-REPORT-FOOTER.

       MOVE SPACES TO SITE-REPORT-RECORD.
       STRING '--------------------------------' DELIMITED BY SIZE
              '--------------------------------' DELIMITED BY SIZE
              INTO SITE-REPORT-RECORD
       END-STRING.
       WRITE SITE-REPORT-RECORD.

       MOVE SPACES TO SITE-REPORT-RECORD.
       STRING 'TOTAL CAMERAS (ALL SITES): ' DELIMITED BY SIZE
              WS-BATCH-CAMERA-COUNT DELIMITED BY SIZE
              INTO SITE-REPORT-RECORD
       END-STRING.
       WRITE SITE-REPORT-RECORD.

      ******************************************************************
      * Appends one record to CHECKPOINT.DAT recording the input
      * record number and camera ID that BATCH-COMPUTE-RESULT just
      * finished, so a restarted batch knows where to resume.
      ******************************************************************
       WRITE-CHECKPOINT.

       MOVE WS-CHECKPOINT-RECORD-NUM TO CKPT-RECORD-NUM.
       MOVE SVY-CAMERA-ID TO CKPT-CAMERA-ID.
       WRITE CHECKPOINT-RECORD.

      ******************************************************************
      * Appends one line to ERRORS.LOG when an input step is abandoned
      * after WS-RETRY-LIMIT consecutive invalid entries: which field,
      * what was keyed on the final attempt, and how many tries were
      * made, so the helpdesk can see why the session ended early.
      ******************************************************************
       WRITE-ERROR-LOG.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO ERROR-LOG-RECORD.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-CDT-HOUR DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-MINUTE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-SECOND DELIMITED BY SIZE
              ' FIELD=' DELIMITED BY SIZE
              WS-ERROR-FIELD DELIMITED BY SIZE
              ' VALUE=' DELIMITED BY SIZE
              WS-ERROR-VALUE DELIMITED BY SIZE
              ' TRIES=' DELIMITED BY SIZE
              WS-RETRY-COUNT DELIMITED BY SIZE
              INTO ERROR-LOG-RECORD
       END-STRING.

       WRITE ERROR-LOG-RECORD.

      ******************************************************************
      * Same as WRITE-ERROR-LOG, for a SURVEY.DAT line rejected by
      * BATCH-READ-LOOP: which camera and field failed validation,
      * instead of a field/value/tries triple, since a batch record is
      * skipped outright rather than re-keyed.
      ******************************************************************
       WRITE-ERROR-LOG-BATCH.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.

       MOVE SPACES TO ERROR-LOG-RECORD.
       STRING WS-CDT-YEAR DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-MONTH DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-CDT-DAY DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-CDT-HOUR DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-MINUTE DELIMITED BY SIZE
              ':' DELIMITED BY SIZE
              WS-CDT-SECOND DELIMITED BY SIZE
              ' RECORD=' DELIMITED BY SIZE
              WS-CHECKPOINT-RECORD-NUM DELIMITED BY SIZE
              ' CAMERA=' DELIMITED BY SIZE
              WS-ERROR-VALUE DELIMITED BY SIZE
              ' FIELD=' DELIMITED BY SIZE
              WS-ERROR-FIELD DELIMITED BY SIZE
              ' SKIPPED' DELIMITED BY SIZE
              INTO ERROR-LOG-RECORD
       END-STRING.

       WRITE ERROR-LOG-RECORD.

       ADD 1 TO WS-RUN-SKIP-COUNT.
       PERFORM ADD-SKIP-REASON THRU ADD-SKIP-REASON-DONE.

      * A rejected 'D' record also goes to the rework file, under a
      * copy of its site header the first time the site rejects,
      * prefixed by a '*' comment naming the reason.
       IF SVY-IS-DETAIL
           IF NOT REWORK-HDR-WRITTEN
               MOVE WS-REWORK-HDR-IMAGE TO REWORK-RECORD
               WRITE REWORK-RECORD
               MOVE 'Y' TO WS-REWORK-HDR-WRITTEN
           END-IF
           MOVE SPACES TO REWORK-RECORD
           STRING '* REJECTED FIELD=' DELIMITED BY SIZE
                  WS-ERROR-FIELD DELIMITED BY SIZE
                  ' RECORD=' DELIMITED BY SIZE
                  WS-CHECKPOINT-RECORD-NUM DELIMITED BY SIZE
                  ' -- FIX AND RERUN' DELIMITED BY SIZE
                  INTO REWORK-RECORD
           END-STRING
           WRITE REWORK-RECORD
           MOVE SURVEY-RECORD TO REWORK-RECORD
           WRITE REWORK-RECORD
           ADD 1 TO WS-RUN-REWORK-OUT
       END-IF.

      ******************************************************************
      * Loads the sensor-format table from SENSORS.DAT. The file has
      * one line per format: sensor width (mm), sensor height (mm),
      * then a display name. Adding a new CCD/CMOS format is a matter
      * of adding a line to SENSORS.DAT -- WS-SENSOR-TABLE grows with
      * WS-SENSOR-COUNT instead of being capped at five fixed slots.
      ******************************************************************

       LOAD-SENSOR-TABLE.

       OPEN INPUT SENSOR-FILE.

       IF NOT SENSOR-FILE-OK
           DISPLAY 'ERROR: Cannot open SENSORS.DAT (status '
               WS-SENSOR-FILE-STATUS ').'
           DISPLAY ' '
           STOP RUN
       END-IF.

       MOVE 0 TO WS-SENSOR-COUNT.

       LOAD-SENSOR-TABLE-LOOP.

       READ SENSOR-FILE
           AT END GO TO LOAD-SENSOR-TABLE-DONE
       END-READ.

       ADD 1 TO WS-SENSOR-COUNT.

       IF WS-SENSOR-COUNT > 50
           DISPLAY 'ERROR: SENSORS.DAT has more than 50 sensor formats.'
           DISPLAY ' '
           STOP RUN
       END-IF.

       MOVE SR-WIDTH  TO WS-SENSOR-WIDTH(WS-SENSOR-COUNT).
       MOVE SR-HEIGHT TO WS-SENSOR-HEIGHT(WS-SENSOR-COUNT).
       MOVE SR-NAME   TO WS-SENSOR-NAME(WS-SENSOR-COUNT).

       GO TO LOAD-SENSOR-TABLE-LOOP.

       LOAD-SENSOR-TABLE-DONE.

       CLOSE SENSOR-FILE.

       IF SENSOR-TABLE-EMPTY
           DISPLAY 'ERROR: SENSORS.DAT contains no sensor formats.'
           DISPLAY ' '
           STOP RUN
       END-IF.

      ******************************************************************
      * Loads the camera-model master from CAMERAS.DAT. The file is
      * OPTIONAL: a site that has not built a master yet simply runs
      * with an empty table, and every SURVEY.DAT record then has to
      * carry a raw sensor code as before.
      ******************************************************************

       LOAD-MODEL-TABLE.

       MOVE 0 TO WS-MODEL-COUNT.

       OPEN INPUT CAMERA-MASTER-FILE.

       IF NOT CAMERA-FILE-OK
           DISPLAY 'ERROR: Cannot open CAMERAS.DAT (status '
               WS-CAMERA-STATUS ').'
           DISPLAY ' '
           STOP RUN
       END-IF.

       LOAD-MODEL-TABLE-LOOP.

       READ CAMERA-MASTER-FILE
           AT END GO TO LOAD-MODEL-TABLE-EOF
       END-READ.

       ADD 1 TO WS-MODEL-COUNT.

       IF WS-MODEL-COUNT > 100
           DISPLAY 'ERROR: CAMERAS.DAT has more than 100 models.'
           DISPLAY ' '
           STOP RUN
       END-IF.

       MOVE CM-MODEL-CODE TO WS-MODEL-CODE(WS-MODEL-COUNT).
       MOVE CM-DESC TO WS-MODEL-DESC(WS-MODEL-COUNT).
       IF CM-SENSOR-CODE IS NUMERIC
           MOVE CM-SENSOR-CODE TO WS-MODEL-SENSOR(WS-MODEL-COUNT)
       ELSE
           MOVE 0 TO WS-MODEL-SENSOR(WS-MODEL-COUNT)
       END-IF.
       IF CM-RESOLUTION IS NUMERIC
           MOVE CM-RESOLUTION TO WS-MODEL-RESOLUTION(WS-MODEL-COUNT)
       ELSE
           MOVE 0 TO WS-MODEL-RESOLUTION(WS-MODEL-COUNT)
       END-IF.
       MOVE CM-MOUNT-TYPE TO WS-MODEL-MOUNT(WS-MODEL-COUNT).
       MOVE CM-ACTIVE TO WS-MODEL-ACTIVE(WS-MODEL-COUNT).
       IF CM-MIN-LUX IS NUMERIC
           MOVE CM-MIN-LUX TO WS-MODEL-MIN-LUX(WS-MODEL-COUNT)
       ELSE
           MOVE 0 TO WS-MODEL-MIN-LUX(WS-MODEL-COUNT)
       END-IF.
       IF CM-WARRANTY-MO IS NUMERIC
           MOVE CM-WARRANTY-MO TO WS-MODEL-WARRANTY(WS-MODEL-COUNT)
       ELSE
           MOVE 0 TO WS-MODEL-WARRANTY(WS-MODEL-COUNT)
       END-IF.
       MOVE CM-LENS-MOUNT TO WS-MODEL-LENS-MOUNT(WS-MODEL-COUNT).

       GO TO LOAD-MODEL-TABLE-LOOP.

       LOAD-MODEL-TABLE-EOF.

       CLOSE CAMERA-MASTER-FILE.
       MOVE 'Y' TO WS-MODEL-LOADED.

       LOAD-MODEL-TABLE-DONE.

      ******************************************************************
      * Writes the whole in-memory model table back to CAMERAS.DAT.
      * Performed after every maintenance action that alters the
      * table, so the file on disk always matches what the menu just
      * confirmed to the operator.
      ******************************************************************

       SAVE-MODEL-TABLE.

       OPEN OUTPUT CAMERA-MASTER-FILE.

      * '05' just means the file did not exist yet and was created.
       IF NOT CAMERA-FILE-OK
           DISPLAY 'ERROR: Cannot rewrite CAMERAS.DAT (status '
               WS-CAMERA-STATUS ').'
           DISPLAY ' '
           GO TO SAVE-MODEL-TABLE-DONE
       END-IF.

       MOVE 1 TO WS-M.

       SAVE-MODEL-TABLE-LOOP.

       IF WS-M > WS-MODEL-COUNT
           GO TO SAVE-MODEL-TABLE-EOF
       END-IF.

       MOVE WS-MODEL-CODE(WS-M) TO CM-MODEL-CODE.
       MOVE WS-MODEL-DESC(WS-M) TO CM-DESC.
       MOVE WS-MODEL-SENSOR(WS-M) TO CM-SENSOR-CODE.
       MOVE WS-MODEL-RESOLUTION(WS-M) TO CM-RESOLUTION.
       MOVE WS-MODEL-MOUNT(WS-M) TO CM-MOUNT-TYPE.
       MOVE WS-MODEL-ACTIVE(WS-M) TO CM-ACTIVE.
       MOVE WS-MODEL-MIN-LUX(WS-M) TO CM-MIN-LUX.
       MOVE WS-MODEL-WARRANTY(WS-M) TO CM-WARRANTY-MO.
       MOVE WS-MODEL-LENS-MOUNT(WS-M) TO CM-LENS-MOUNT.
       WRITE CAMERA-MASTER-RECORD.

       ADD 1 TO WS-M.
       GO TO SAVE-MODEL-TABLE-LOOP.

       SAVE-MODEL-TABLE-EOF.

       CLOSE CAMERA-MASTER-FILE.

       SAVE-MODEL-TABLE-DONE.

      ******************************************************************
      * Scans the model table for WS-LOOKUP-MODEL, leaving WS-M on
      * the matching entry and CAMERA-MODEL-FOUND set when it exists.
      ******************************************************************

       FIND-CAMERA-MODEL.

       MOVE 'N' TO WS-MODEL-FOUND.
       MOVE 1 TO WS-M.

       FIND-CAMERA-MODEL-LOOP.

       IF WS-M > WS-MODEL-COUNT
           GO TO FIND-CAMERA-MODEL-DONE
       END-IF.

       IF WS-MODEL-CODE(WS-M) = WS-LOOKUP-MODEL
           MOVE 'Y' TO WS-MODEL-FOUND
           GO TO FIND-CAMERA-MODEL-DONE
       END-IF.

       ADD 1 TO WS-M.
       GO TO FIND-CAMERA-MODEL-LOOP.

       FIND-CAMERA-MODEL-DONE.

      ******************************************************************
      * Loads the results master from SPECMAST.DAT at startup.
      * OPTIONAL: the first batch run ever simply starts with an
      * empty master and creates the file at BATCH-FINISH.
      ******************************************************************

       LOAD-SPEC-TABLE.

       MOVE 0 TO WS-SPEC-COUNT.

       OPEN INPUT SPEC-MASTER-FILE.

       IF NOT SPEC-FILE-OK
           DISPLAY 'ERROR: Cannot open SPECMAST.DAT (status '
               WS-SPEC-STATUS ').'
           DISPLAY ' '
           STOP RUN
       END-IF.

       LOAD-SPEC-TABLE-LOOP.

       READ SPEC-MASTER-FILE
           AT END GO TO LOAD-SPEC-TABLE-EOF
       END-READ.

       ADD 1 TO WS-SPEC-COUNT.

       IF WS-SPEC-COUNT > 500
           DISPLAY 'ERROR: SPECMAST.DAT has more than 500 records.'
           DISPLAY ' '
           STOP RUN
       END-IF.

       MOVE SPM-SITE TO WS-SPEC-SITE(WS-SPEC-COUNT).
       MOVE SPM-CAMERA TO WS-SPEC-CAMERA(WS-SPEC-COUNT).
       IF SPM-CALC IS NUMERIC
           MOVE SPM-CALC TO WS-SPEC-CALC(WS-SPEC-COUNT)
       ELSE
           MOVE 0 TO WS-SPEC-CALC(WS-SPEC-COUNT)
       END-IF.
       IF SPM-SENSOR IS NUMERIC
           MOVE SPM-SENSOR TO WS-SPEC-SENSOR(WS-SPEC-COUNT)
       ELSE
           MOVE 0 TO WS-SPEC-SENSOR(WS-SPEC-COUNT)
       END-IF.
       IF SPM-DISTANCE IS NUMERIC
           MOVE SPM-DISTANCE TO WS-SPEC-DISTANCE(WS-SPEC-COUNT)
       ELSE
           MOVE 0 TO WS-SPEC-DISTANCE(WS-SPEC-COUNT)
       END-IF.
       IF SPM-DIMENSION IS NUMERIC
           MOVE SPM-DIMENSION TO WS-SPEC-DIMENSION(WS-SPEC-COUNT)
       ELSE
           MOVE 0 TO WS-SPEC-DIMENSION(WS-SPEC-COUNT)
       END-IF.
       IF SPM-LENS-NEAR IS NUMERIC
           MOVE SPM-LENS-NEAR TO WS-SPEC-LENS-NEAR(WS-SPEC-COUNT)
       ELSE
           MOVE 0 TO WS-SPEC-LENS-NEAR(WS-SPEC-COUNT)
       END-IF.
       IF SPM-LENS-FAR IS NUMERIC
           MOVE SPM-LENS-FAR TO WS-SPEC-LENS-FAR(WS-SPEC-COUNT)
       ELSE
           MOVE 0 TO WS-SPEC-LENS-FAR(WS-SPEC-COUNT)
       END-IF.
       MOVE SPM-STOCK-PART TO WS-SPEC-STOCK-PART(WS-SPEC-COUNT).
       MOVE SPM-UPDATED TO WS-SPEC-UPDATED(WS-SPEC-COUNT).
       IF SPM-REVISION IS NUMERIC
           MOVE SPM-REVISION TO WS-SPEC-REVISION(WS-SPEC-COUNT)
       ELSE
           MOVE 1 TO WS-SPEC-REVISION(WS-SPEC-COUNT)
       END-IF.
      * Model, mounting height and tilt are later additions to the
      * layout -- a record cut before they existed reads back as
      * spaces, which means "not captured".
       MOVE SPM-MODEL TO WS-SPEC-MODEL(WS-SPEC-COUNT).
       IF SPM-MOUNT-HEIGHT IS NUMERIC
           MOVE SPM-MOUNT-HEIGHT TO WS-SPEC-MOUNT-HT(WS-SPEC-COUNT)
       ELSE
           MOVE 0 TO WS-SPEC-MOUNT-HT(WS-SPEC-COUNT)
       END-IF.
       IF SPM-TILT IS NUMERIC
           MOVE SPM-TILT TO WS-SPEC-TILT(WS-SPEC-COUNT)
       ELSE
           MOVE 0 TO WS-SPEC-TILT(WS-SPEC-COUNT)
       END-IF.
      * So are the approval fields. A record cut before approvals
      * existed has never been reviewed, so it reads back pending.
       IF SPM-APPR-STATUS = 'A' OR SPM-APPR-STATUS = 'R'
           MOVE SPM-APPR-STATUS TO WS-SPEC-APPR-STATUS(WS-SPEC-COUNT)
       ELSE
           MOVE 'P' TO WS-SPEC-APPR-STATUS(WS-SPEC-COUNT)
       END-IF.
       MOVE SPM-APPROVER TO WS-SPEC-APPROVER(WS-SPEC-COUNT).
       MOVE SPM-APPR-DATE TO WS-SPEC-APPR-DATE(WS-SPEC-COUNT).
       MOVE SPM-REJECT-NOTE TO WS-SPEC-REJECT-NOTE(WS-SPEC-COUNT).

       GO TO LOAD-SPEC-TABLE-LOOP.

       LOAD-SPEC-TABLE-EOF.

       CLOSE SPEC-MASTER-FILE.
       MOVE 'Y' TO WS-SPEC-LOADED.

       LOAD-SPEC-TABLE-DONE.

      ******************************************************************
      * Writes the whole results master back to SPECMAST.DAT at the
      * end of a batch run, after every processed camera has replaced
      * or created its record in the table, and after every approval
      * decision.
      ******************************************************************

       SAVE-SPEC-TABLE.

       OPEN OUTPUT SPEC-MASTER-FILE.

      * '05' just means the file did not exist yet and was created.
       IF NOT SPEC-FILE-OK
           DISPLAY 'ERROR: Cannot rewrite SPECMAST.DAT (status '
               WS-SPEC-STATUS ').'
           DISPLAY ' '
           GO TO SAVE-SPEC-TABLE-DONE
       END-IF.

       MOVE 1 TO WS-Q.

       SAVE-SPEC-TABLE-LOOP.

       IF WS-Q > WS-SPEC-COUNT
           GO TO SAVE-SPEC-TABLE-EOF
       END-IF.

       MOVE WS-SPEC-SITE(WS-Q) TO SPM-SITE.
       MOVE WS-SPEC-CAMERA(WS-Q) TO SPM-CAMERA.
       MOVE WS-SPEC-CALC(WS-Q) TO SPM-CALC.
       MOVE WS-SPEC-SENSOR(WS-Q) TO SPM-SENSOR.
       MOVE WS-SPEC-DISTANCE(WS-Q) TO SPM-DISTANCE.
       MOVE WS-SPEC-DIMENSION(WS-Q) TO SPM-DIMENSION.
       MOVE WS-SPEC-LENS-NEAR(WS-Q) TO SPM-LENS-NEAR.
       MOVE WS-SPEC-LENS-FAR(WS-Q) TO SPM-LENS-FAR.
       MOVE WS-SPEC-STOCK-PART(WS-Q) TO SPM-STOCK-PART.
       MOVE WS-SPEC-UPDATED(WS-Q) TO SPM-UPDATED.
       MOVE WS-SPEC-REVISION(WS-Q) TO SPM-REVISION.
       MOVE WS-SPEC-MODEL(WS-Q) TO SPM-MODEL.
       MOVE WS-SPEC-MOUNT-HT(WS-Q) TO SPM-MOUNT-HEIGHT.
       MOVE WS-SPEC-TILT(WS-Q) TO SPM-TILT.
       MOVE WS-SPEC-APPR-STATUS(WS-Q) TO SPM-APPR-STATUS.
       MOVE WS-SPEC-APPROVER(WS-Q) TO SPM-APPROVER.
       MOVE WS-SPEC-APPR-DATE(WS-Q) TO SPM-APPR-DATE.
       MOVE WS-SPEC-REJECT-NOTE(WS-Q) TO SPM-REJECT-NOTE.
       WRITE SPEC-MASTER-RECORD.

       ADD 1 TO WS-Q.
       GO TO SAVE-SPEC-TABLE-LOOP.

       SAVE-SPEC-TABLE-EOF.

       CLOSE SPEC-MASTER-FILE.

       IF WS-SPEC-FULL = 'Y'
           DISPLAY 'WARNING: results master is full (500 records);'
           DISPLAY 'some cameras were not recorded in SPECMAST.DAT.'
           DISPLAY ' '
       END-IF.

       SAVE-SPEC-TABLE-DONE.

      ******************************************************************
      * Loads the parts/price list from PRICES.DAT: part number and
      * unit price, one line per purchasable part. OPTIONAL, like the
      * camera master -- with no price file every BOM line is carried
      * at zero and flagged.
      ******************************************************************

       LOAD-PRICE-TABLE.

       MOVE 0 TO WS-PRICE-COUNT.

       OPEN INPUT PRICE-FILE.

       IF NOT PRICE-FILE-OK
           DISPLAY 'ERROR: Cannot open PRICES.DAT (status '
               WS-PRICE-STATUS ').'
           DISPLAY ' '
           STOP RUN
       END-IF.

       LOAD-PRICE-TABLE-LOOP.

       READ PRICE-FILE
           AT END GO TO LOAD-PRICE-TABLE-EOF
       END-READ.

       ADD 1 TO WS-PRICE-COUNT.

       IF WS-PRICE-COUNT > 200
           DISPLAY 'ERROR: PRICES.DAT has more than 200 parts.'
           DISPLAY ' '
           STOP RUN
       END-IF.

       MOVE PR-PART TO WS-PRICE-PART(WS-PRICE-COUNT).
       IF PR-PRICE IS NUMERIC
           MOVE PR-PRICE TO WS-PRICE-AMOUNT(WS-PRICE-COUNT)
       ELSE
           MOVE 0 TO WS-PRICE-AMOUNT(WS-PRICE-COUNT)
       END-IF.

       GO TO LOAD-PRICE-TABLE-LOOP.

       LOAD-PRICE-TABLE-EOF.

       CLOSE PRICE-FILE.
       MOVE 'Y' TO WS-PRICE-LOADED.

       LOAD-PRICE-TABLE-DONE.

      ******************************************************************
      * Loads the billing-customer master from CUSTMAST.DAT: customer
      * code, billing name and address, contract discount percentage
      * and tax status. OPTIONAL, like the camera master -- with no
      * customer file every quote is billed to the site name at list
      * price and flagged.
      ******************************************************************

       LOAD-CUST-TABLE.

       MOVE 0 TO WS-CUST-COUNT.

       OPEN INPUT CUSTOMER-MASTER-FILE.

       IF NOT CUST-FILE-OK
           DISPLAY 'ERROR: Cannot open CUSTMAST.DAT (status '
               WS-CUST-STATUS ').'
           DISPLAY ' '
           STOP RUN
       END-IF.

       LOAD-CUST-TABLE-LOOP.

       READ CUSTOMER-MASTER-FILE
           AT END GO TO LOAD-CUST-TABLE-EOF
       END-READ.

       ADD 1 TO WS-CUST-COUNT.

       IF WS-CUST-COUNT > 100
           DISPLAY 'ERROR: CUSTMAST.DAT has more than 100 customers.'
           DISPLAY ' '
           STOP RUN
       END-IF.

       MOVE CU-CODE TO WS-CUST-CODE(WS-CUST-COUNT).
       MOVE CU-NAME TO WS-CUST-NAME(WS-CUST-COUNT).
       MOVE CU-ADDR TO WS-CUST-ADDR(WS-CUST-COUNT).
       MOVE CU-CITY TO WS-CUST-CITY(WS-CUST-COUNT).
       IF CU-DISC-PCT IS NUMERIC
           MOVE CU-DISC-PCT TO WS-CUST-DISC-PCT(WS-CUST-COUNT)
       ELSE
           MOVE 0 TO WS-CUST-DISC-PCT(WS-CUST-COUNT)
       END-IF.
       MOVE CU-TAXABLE TO WS-CUST-TAXABLE(WS-CUST-COUNT).

       GO TO LOAD-CUST-TABLE-LOOP.

       LOAD-CUST-TABLE-EOF.

       CLOSE CUSTOMER-MASTER-FILE.
       MOVE 'Y' TO WS-CUST-LOADED.

       LOAD-CUST-TABLE-DONE.

      ******************************************************************
      * Loads the warehouse on-hand file from INVENTORY.DAT: part
      * number (same numbers as LENSCAT.DAT/PRICES.DAT), quantity on
      * hand and reorder point. OPTIONAL -- with no inventory file
      * every BOM line orders in full, exactly as before the netting
      * existed.
      ******************************************************************

       LOAD-INV-TABLE.

       MOVE 0 TO WS-INV-COUNT.

       OPEN INPUT INVENTORY-FILE.

       IF NOT INV-FILE-OK
           DISPLAY 'ERROR: Cannot open INVENTORY.DAT (status '
               WS-INV-STATUS ').'
           DISPLAY ' '
           STOP RUN
       END-IF.

       LOAD-INV-TABLE-LOOP.

       READ INVENTORY-FILE
           AT END GO TO LOAD-INV-TABLE-EOF
       END-READ.

       ADD 1 TO WS-INV-COUNT.

       IF WS-INV-COUNT > 200
           DISPLAY 'ERROR: INVENTORY.DAT has more than 200 parts.'
           DISPLAY ' '
           STOP RUN
       END-IF.

       MOVE INV-PART TO WS-INV-PART(WS-INV-COUNT).
       IF INV-ON-HAND IS NUMERIC
           MOVE INV-ON-HAND TO WS-INV-ON-HAND(WS-INV-COUNT)
       ELSE
           MOVE 0 TO WS-INV-ON-HAND(WS-INV-COUNT)
       END-IF.
       IF INV-REORDER IS NUMERIC
           MOVE INV-REORDER TO WS-INV-REORDER(WS-INV-COUNT)
       ELSE
           MOVE 0 TO WS-INV-REORDER(WS-INV-COUNT)
       END-IF.
       MOVE 0 TO WS-INV-AVAIL(WS-INV-COUNT).
       MOVE 0 TO WS-INV-PICKED(WS-INV-COUNT).

       GO TO LOAD-INV-TABLE-LOOP.

       LOAD-INV-TABLE-EOF.

       CLOSE INVENTORY-FILE.
       MOVE 'Y' TO WS-INV-LOADED.

       LOAD-INV-TABLE-DONE.

      ******************************************************************
      * Writes the whole in-memory inventory table back to
      * INVENTORY.DAT after every stock posting.
      ******************************************************************

       SAVE-INV-TABLE.

       OPEN OUTPUT INVENTORY-FILE.

      * '05' just means the file did not exist yet and was created.
       IF NOT INV-FILE-OK
           DISPLAY 'ERROR: Cannot rewrite INVENTORY.DAT (status '
               WS-INV-STATUS ').'
           DISPLAY ' '
           GO TO SAVE-INV-TABLE-DONE
       END-IF.

       MOVE 1 TO WS-V.

       SAVE-INV-TABLE-LOOP.

       IF WS-V > WS-INV-COUNT
           GO TO SAVE-INV-TABLE-EOF
       END-IF.

       MOVE WS-INV-PART(WS-V) TO INV-PART.
       MOVE WS-INV-ON-HAND(WS-V) TO INV-ON-HAND.
       MOVE WS-INV-REORDER(WS-V) TO INV-REORDER.
       WRITE INVENTORY-RECORD.

       ADD 1 TO WS-V.
       GO TO SAVE-INV-TABLE-LOOP.

       SAVE-INV-TABLE-EOF.

       CLOSE INVENTORY-FILE.

       SAVE-INV-TABLE-DONE.

      ******************************************************************
      * Loads the supplier master from SUPPLIER.DAT at startup.
      * OPTIONAL: with no suppliers the purchasing run orders nothing
      * and lists every part it wanted as having no supplier.
      ******************************************************************

       LOAD-SUP-TABLE.

       MOVE 0 TO WS-SUP-COUNT.

       OPEN INPUT SUPPLIER-FILE.

       IF NOT SUP-FILE-OK
           DISPLAY 'ERROR: Cannot open SUPPLIER.DAT (status '
               WS-SUP-STATUS ').'
           DISPLAY ' '
           STOP RUN
       END-IF.

       LOAD-SUP-TABLE-LOOP.

       READ SUPPLIER-FILE
           AT END GO TO LOAD-SUP-TABLE-EOF
       END-READ.

       ADD 1 TO WS-SUP-COUNT.

       IF WS-SUP-COUNT > 100
           DISPLAY 'ERROR: SUPPLIER.DAT has more than 100 suppliers.'
           DISPLAY ' '
           STOP RUN
       END-IF.

       MOVE SUP-CODE TO WS-SUP-CODE(WS-SUP-COUNT).
       MOVE SUP-NAME TO WS-SUP-NAME(WS-SUP-COUNT).
       IF SUP-LEAD-DAYS IS NUMERIC
           MOVE SUP-LEAD-DAYS TO WS-SUP-LEAD-DAYS(WS-SUP-COUNT)
       ELSE
           MOVE 0 TO WS-SUP-LEAD-DAYS(WS-SUP-COUNT)
       END-IF.

       GO TO LOAD-SUP-TABLE-LOOP.

       LOAD-SUP-TABLE-EOF.

       CLOSE SUPPLIER-FILE.
       MOVE 'Y' TO WS-SUP-LOADED.

       LOAD-SUP-TABLE-DONE.

      ******************************************************************
      * Loads the supplier part costs from SUPPCOST.DAT at startup.
      * OPTIONAL, like the supplier master.
      ******************************************************************

       LOAD-SPC-TABLE.

       MOVE 0 TO WS-SPC-COUNT.

       OPEN INPUT SUPP-COST-FILE.

       IF NOT SPC-FILE-OK
           DISPLAY 'ERROR: Cannot open SUPPCOST.DAT (status '
               WS-SPC-STATUS ').'
           DISPLAY ' '
           STOP RUN
       END-IF.

       LOAD-SPC-TABLE-LOOP.

       READ SUPP-COST-FILE
           AT END GO TO LOAD-SPC-TABLE-EOF
       END-READ.

       ADD 1 TO WS-SPC-COUNT.

       IF WS-SPC-COUNT > 300
           DISPLAY 'ERROR: SUPPCOST.DAT has more than 300 rows.'
           DISPLAY ' '
           STOP RUN
       END-IF.

       MOVE SPC-SUPPLIER TO WS-SPC-SUPPLIER(WS-SPC-COUNT).
       MOVE SPC-PART TO WS-SPC-PART(WS-SPC-COUNT).
       IF SPC-COST IS NUMERIC
           MOVE SPC-COST TO WS-SPC-COST(WS-SPC-COUNT)
       ELSE
           MOVE 0 TO WS-SPC-COST(WS-SPC-COUNT)
       END-IF.
       IF SPC-MIN-QTY IS NUMERIC
           MOVE SPC-MIN-QTY TO WS-SPC-MIN-QTY(WS-SPC-COUNT)
       ELSE
           MOVE 0 TO WS-SPC-MIN-QTY(WS-SPC-COUNT)
       END-IF.

       GO TO LOAD-SPC-TABLE-LOOP.

       LOAD-SPC-TABLE-EOF.

       CLOSE SUPP-COST-FILE.
       MOVE 'Y' TO WS-SPC-LOADED.

       LOAD-SPC-TABLE-DONE.

      ******************************************************************
      * Loads the purchase-order lines from PURCHORD.DAT at startup.
      * OPTIONAL: before the first purchasing run there are no POs.
      ******************************************************************

       LOAD-PO-TABLE.

       MOVE 0 TO WS-PO-COUNT.

       OPEN INPUT PURCHASE-ORDER-FILE.

       IF NOT PO-FILE-OK
           DISPLAY 'ERROR: Cannot open PURCHORD.DAT (status '
               WS-PO-STATUS ').'
           DISPLAY ' '
           STOP RUN
       END-IF.

       LOAD-PO-TABLE-LOOP.

       READ PURCHASE-ORDER-FILE
           AT END GO TO LOAD-PO-TABLE-EOF
       END-READ.

       ADD 1 TO WS-PO-COUNT.

       IF WS-PO-COUNT > 500
           DISPLAY 'ERROR: PURCHORD.DAT has more than 500 lines.'
           DISPLAY ' '
           STOP RUN
       END-IF.

       IF POL-NUMBER IS NUMERIC
           MOVE POL-NUMBER TO WS-PO-NUMBER(WS-PO-COUNT)
       ELSE
           MOVE 0 TO WS-PO-NUMBER(WS-PO-COUNT)
       END-IF.
       IF POL-LINE IS NUMERIC
           MOVE POL-LINE TO WS-PO-LINE(WS-PO-COUNT)
       ELSE
           MOVE 0 TO WS-PO-LINE(WS-PO-COUNT)
       END-IF.
       MOVE POL-SUPPLIER TO WS-PO-SUPPLIER(WS-PO-COUNT).
       MOVE POL-PART TO WS-PO-PART(WS-PO-COUNT).
       IF POL-QTY IS NUMERIC
           MOVE POL-QTY TO WS-PO-QTY(WS-PO-COUNT)
       ELSE
           MOVE 0 TO WS-PO-QTY(WS-PO-COUNT)
       END-IF.
       IF POL-COST IS NUMERIC
           MOVE POL-COST TO WS-PO-COST(WS-PO-COUNT)
       ELSE
           MOVE 0 TO WS-PO-COST(WS-PO-COUNT)
       END-IF.
       MOVE POL-ORDERED TO WS-PO-ORDERED(WS-PO-COUNT).
       MOVE POL-EXPECTED TO WS-PO-EXPECTED(WS-PO-COUNT).
       IF POL-RECEIVED IS NUMERIC
           MOVE POL-RECEIVED TO WS-PO-RECEIVED(WS-PO-COUNT)
       ELSE
           MOVE 0 TO WS-PO-RECEIVED(WS-PO-COUNT)
       END-IF.
       MOVE POL-STATUS TO WS-PO-STATUS-B(WS-PO-COUNT).
       MOVE POL-FLAG TO WS-PO-FLAG(WS-PO-COUNT).

       GO TO LOAD-PO-TABLE-LOOP.

       LOAD-PO-TABLE-EOF.

       CLOSE PURCHASE-ORDER-FILE.
       MOVE 'Y' TO WS-PO-LOADED.

       LOAD-PO-TABLE-DONE.

      ******************************************************************
      * Writes the whole in-memory PO table back to PURCHORD.DAT
      * after every purchasing run and every receipt.
      ******************************************************************

       SAVE-PO-TABLE.

       OPEN OUTPUT PURCHASE-ORDER-FILE.

      * '05' just means the file did not exist yet and was created.
       IF NOT PO-FILE-OK
           DISPLAY 'ERROR: Cannot rewrite PURCHORD.DAT (status '
               WS-PO-STATUS ').'
           DISPLAY ' '
           GO TO SAVE-PO-TABLE-DONE
       END-IF.

       MOVE 1 TO WS-SC.

       SAVE-PO-TABLE-LOOP.

       IF WS-SC > WS-PO-COUNT
           GO TO SAVE-PO-TABLE-EOF
       END-IF.

       MOVE WS-PO-NUMBER(WS-SC) TO POL-NUMBER.
       MOVE WS-PO-LINE(WS-SC) TO POL-LINE.
       MOVE WS-PO-SUPPLIER(WS-SC) TO POL-SUPPLIER.
       MOVE WS-PO-PART(WS-SC) TO POL-PART.
       MOVE WS-PO-QTY(WS-SC) TO POL-QTY.
       MOVE WS-PO-COST(WS-SC) TO POL-COST.
       MOVE WS-PO-ORDERED(WS-SC) TO POL-ORDERED.
       MOVE WS-PO-EXPECTED(WS-SC) TO POL-EXPECTED.
       MOVE WS-PO-RECEIVED(WS-SC) TO POL-RECEIVED.
       MOVE WS-PO-STATUS-B(WS-SC) TO POL-STATUS.
       MOVE WS-PO-FLAG(WS-SC) TO POL-FLAG.
       WRITE PURCHASE-ORDER-RECORD.

       ADD 1 TO WS-SC.
       GO TO SAVE-PO-TABLE-LOOP.

       SAVE-PO-TABLE-EOF.

       CLOSE PURCHASE-ORDER-FILE.

       SAVE-PO-TABLE-DONE.

      ******************************************************************
      * Loads the invoice register from INVREG.DAT at startup.
      * OPTIONAL: before the first invoicing run there is none.
      ******************************************************************

       LOAD-IVR-TABLE.

       MOVE 0 TO WS-IVR-COUNT.

       OPEN INPUT INVOICE-REG-FILE.

       IF NOT IVR-FILE-OK
           DISPLAY 'ERROR: Cannot open INVREG.DAT (status '
               WS-IVR-STATUS ').'
           DISPLAY ' '
           STOP RUN
       END-IF.

       LOAD-IVR-TABLE-LOOP.

       READ INVOICE-REG-FILE
           AT END GO TO LOAD-IVR-TABLE-EOF
       END-READ.

       ADD 1 TO WS-IVR-COUNT.

       IF WS-IVR-COUNT > 500
           DISPLAY 'ERROR: INVREG.DAT has more than 500 invoices.'
           DISPLAY ' '
           STOP RUN
       END-IF.

       MOVE WS-IVR-COUNT TO WS-IV.
       IF IVR-NUMBER IS NUMERIC
           MOVE IVR-NUMBER TO WS-IVR-NUMBER(WS-IV)
       ELSE
           MOVE 0 TO WS-IVR-NUMBER(WS-IV)
       END-IF.
       MOVE IVR-DATE TO WS-IVR-DATE(WS-IV).
       MOVE IVR-CUST TO WS-IVR-CUST(WS-IV).
       MOVE IVR-SITE TO WS-IVR-SITE(WS-IV).
       IF IVR-ORDERS IS NUMERIC
           MOVE IVR-ORDERS TO WS-IVR-ORDERS(WS-IV)
       ELSE
           MOVE 0 TO WS-IVR-ORDERS(WS-IV)
       END-IF.
       IF IVR-SUBTOTAL IS NUMERIC
           MOVE IVR-SUBTOTAL TO WS-IVR-SUBTOTAL(WS-IV)
       ELSE
           MOVE 0 TO WS-IVR-SUBTOTAL(WS-IV)
       END-IF.
       IF IVR-DISC IS NUMERIC
           MOVE IVR-DISC TO WS-IVR-DISC(WS-IV)
       ELSE
           MOVE 0 TO WS-IVR-DISC(WS-IV)
       END-IF.
       IF IVR-TAX IS NUMERIC
           MOVE IVR-TAX TO WS-IVR-TAX(WS-IV)
       ELSE
           MOVE 0 TO WS-IVR-TAX(WS-IV)
       END-IF.
       IF IVR-TOTAL IS NUMERIC
           MOVE IVR-TOTAL TO WS-IVR-TOTAL(WS-IV)
       ELSE
           MOVE 0 TO WS-IVR-TOTAL(WS-IV)
       END-IF.
       IF IVR-PAID IS NUMERIC
           MOVE IVR-PAID TO WS-IVR-PAID(WS-IV)
       ELSE
           MOVE 0 TO WS-IVR-PAID(WS-IV)
       END-IF.
       MOVE IVR-LAST-PAY TO WS-IVR-LAST-PAY(WS-IV).
       MOVE IVR-STATUS TO WS-IVR-STATUS-B(WS-IV).

       GO TO LOAD-IVR-TABLE-LOOP.

       LOAD-IVR-TABLE-EOF.

       CLOSE INVOICE-REG-FILE.
       MOVE 'Y' TO WS-IVR-LOADED.

       LOAD-IVR-TABLE-DONE.

      ******************************************************************
      * Writes the whole in-memory invoice register back to
      * INVREG.DAT after every invoicing run and every payment.
      ******************************************************************

       SAVE-IVR-TABLE.

       OPEN OUTPUT INVOICE-REG-FILE.

      * '05' just means the file did not exist yet and was created.
       IF NOT IVR-FILE-OK
           DISPLAY 'ERROR: Cannot rewrite INVREG.DAT (status '
               WS-IVR-STATUS ').'
           DISPLAY ' '
           GO TO SAVE-IVR-TABLE-DONE
       END-IF.

       MOVE 1 TO WS-IV.

       SAVE-IVR-TABLE-LOOP.

       IF WS-IV > WS-IVR-COUNT
           GO TO SAVE-IVR-TABLE-EOF
       END-IF.

       MOVE WS-IVR-NUMBER(WS-IV) TO IVR-NUMBER.
       MOVE WS-IVR-DATE(WS-IV) TO IVR-DATE.
       MOVE WS-IVR-CUST(WS-IV) TO IVR-CUST.
       MOVE WS-IVR-SITE(WS-IV) TO IVR-SITE.
       MOVE WS-IVR-ORDERS(WS-IV) TO IVR-ORDERS.
       MOVE WS-IVR-SUBTOTAL(WS-IV) TO IVR-SUBTOTAL.
       MOVE WS-IVR-DISC(WS-IV) TO IVR-DISC.
       MOVE WS-IVR-TAX(WS-IV) TO IVR-TAX.
       MOVE WS-IVR-TOTAL(WS-IV) TO IVR-TOTAL.
       MOVE WS-IVR-PAID(WS-IV) TO IVR-PAID.
       MOVE WS-IVR-LAST-PAY(WS-IV) TO IVR-LAST-PAY.
       MOVE WS-IVR-STATUS-B(WS-IV) TO IVR-STATUS.
       WRITE INVOICE-REG-RECORD.

       ADD 1 TO WS-IV.
       GO TO SAVE-IVR-TABLE-LOOP.

       SAVE-IVR-TABLE-EOF.

       CLOSE INVOICE-REG-FILE.

       SAVE-IVR-TABLE-DONE.

      ******************************************************************
      * Loads the quote register from QUOTEREG.DAT at startup.
      * OPTIONAL: before the first batch there is none.
      ******************************************************************

       LOAD-QTR-TABLE.

       MOVE 0 TO WS-QTR-COUNT.

       OPEN INPUT QUOTE-REG-FILE.

       IF NOT QTR-FILE-OK
           DISPLAY 'ERROR: Cannot open QUOTEREG.DAT (status '
               WS-QTR-STATUS ').'
           DISPLAY ' '
           STOP RUN
       END-IF.

       LOAD-QTR-TABLE-LOOP.

       READ QUOTE-REG-FILE
           AT END GO TO LOAD-QTR-TABLE-EOF
       END-READ.

       ADD 1 TO WS-QTR-COUNT.

       IF WS-QTR-COUNT > 500
           DISPLAY 'ERROR: QUOTEREG.DAT has more than 500 quotes.'
           DISPLAY ' '
           STOP RUN
       END-IF.

       MOVE WS-QTR-COUNT TO WS-QT.
       IF QTR-NUMBER IS NUMERIC
           MOVE QTR-NUMBER TO WS-QTR-NUMBER(WS-QT)
       ELSE
           MOVE 0 TO WS-QTR-NUMBER(WS-QT)
       END-IF.
       MOVE QTR-SITE TO WS-QTR-SITE(WS-QT).
       MOVE QTR-CUST TO WS-QTR-CUST(WS-QT).
       IF QTR-SUBTOTAL IS NUMERIC
           MOVE QTR-SUBTOTAL TO WS-QTR-SUBTOTAL(WS-QT)
       ELSE
           MOVE 0 TO WS-QTR-SUBTOTAL(WS-QT)
       END-IF.
       IF QTR-DISC IS NUMERIC
           MOVE QTR-DISC TO WS-QTR-DISC(WS-QT)
       ELSE
           MOVE 0 TO WS-QTR-DISC(WS-QT)
       END-IF.
       IF QTR-TAX IS NUMERIC
           MOVE QTR-TAX TO WS-QTR-TAX(WS-QT)
       ELSE
           MOVE 0 TO WS-QTR-TAX(WS-QT)
       END-IF.
       IF QTR-TOTAL IS NUMERIC
           MOVE QTR-TOTAL TO WS-QTR-TOTAL(WS-QT)
       ELSE
           MOVE 0 TO WS-QTR-TOTAL(WS-QT)
       END-IF.
       MOVE QTR-DATE TO WS-QTR-DATE(WS-QT).
       MOVE QTR-EXPIRES TO WS-QTR-EXPIRES(WS-QT).
       MOVE QTR-STATUS TO WS-QTR-STATUS-B(WS-QT).
       MOVE QTR-CHANGED TO WS-QTR-CHANGED(WS-QT).

       GO TO LOAD-QTR-TABLE-LOOP.

       LOAD-QTR-TABLE-EOF.

       CLOSE QUOTE-REG-FILE.
       MOVE 'Y' TO WS-QTR-LOADED.

       LOAD-QTR-TABLE-DONE.

      ******************************************************************
      * Writes the whole in-memory quote register back to
      * QUOTEREG.DAT at the end of a batch and after every change.
      ******************************************************************

       SAVE-QTR-TABLE.

       OPEN OUTPUT QUOTE-REG-FILE.

      * '05' just means the file did not exist yet and was created.
       IF NOT QTR-FILE-OK
           DISPLAY 'ERROR: Cannot rewrite QUOTEREG.DAT (status '
               WS-QTR-STATUS ').'
           DISPLAY ' '
           GO TO SAVE-QTR-TABLE-DONE
       END-IF.

       MOVE 1 TO WS-QT.

       SAVE-QTR-TABLE-LOOP.

       IF WS-QT > WS-QTR-COUNT
           GO TO SAVE-QTR-TABLE-EOF
       END-IF.

       MOVE WS-QTR-NUMBER(WS-QT) TO QTR-NUMBER.
       MOVE WS-QTR-SITE(WS-QT) TO QTR-SITE.
       MOVE WS-QTR-CUST(WS-QT) TO QTR-CUST.
       MOVE WS-QTR-SUBTOTAL(WS-QT) TO QTR-SUBTOTAL.
       MOVE WS-QTR-DISC(WS-QT) TO QTR-DISC.
       MOVE WS-QTR-TAX(WS-QT) TO QTR-TAX.
       MOVE WS-QTR-TOTAL(WS-QT) TO QTR-TOTAL.
       MOVE WS-QTR-DATE(WS-QT) TO QTR-DATE.
       MOVE WS-QTR-EXPIRES(WS-QT) TO QTR-EXPIRES.
       MOVE WS-QTR-STATUS-B(WS-QT) TO QTR-STATUS.
       MOVE WS-QTR-CHANGED(WS-QT) TO QTR-CHANGED.
       WRITE QUOTE-REG-RECORD.

       ADD 1 TO WS-QT.
       GO TO SAVE-QTR-TABLE-LOOP.

       SAVE-QTR-TABLE-EOF.

       CLOSE QUOTE-REG-FILE.

       SAVE-QTR-TABLE-DONE.

      ******************************************************************
      * Loads the work-order file from WORKORD.DAT at startup.
       MOVE WO-ISSUED TO WS-WO-ISSUED(WS-WO-COUNT).
       MOVE WO-COMPLETED TO WS-WO-COMPLETED(WS-WO-COUNT).
       MOVE WO-INSTALLER TO WS-WO-INSTALLER(WS-WO-COUNT).
       IF WO-INVOICE IS NUMERIC
           MOVE WO-INVOICE TO WS-WO-INVOICE(WS-WO-COUNT)
       ELSE
           MOVE 0 TO WS-WO-INVOICE(WS-WO-COUNT)
       END-IF.
       MOVE WO-CREW TO WS-WO-CREW(WS-WO-COUNT).
       MOVE WO-SCHED TO WS-WO-SCHED(WS-WO-COUNT).

       GO TO LOAD-WO-TABLE-LOOP.

       MOVE WS-WO-ISSUED(WS-W) TO WO-ISSUED.
       MOVE WS-WO-COMPLETED(WS-W) TO WO-COMPLETED.
       MOVE WS-WO-INSTALLER(WS-W) TO WO-INSTALLER.
       MOVE WS-WO-INVOICE(WS-W) TO WO-INVOICE.
       MOVE WS-WO-CREW(WS-W) TO WO-CREW.
       MOVE WS-WO-SCHED(WS-W) TO WO-SCHED.
       WRITE WORK-ORDER-RECORD.

       ADD 1 TO WS-W.

       SAVE-WO-TABLE-DONE.

      ******************************************************************
      * Loads the crew master from CREWS.DAT at startup. OPTIONAL: a
      * shop that has not set up its crews yet schedules nothing.
      ******************************************************************

       LOAD-CREW-TABLE.

       MOVE 0 TO WS-CREW-COUNT.

       OPEN INPUT CREW-MASTER-FILE.

       IF NOT CREW-FILE-OK
           DISPLAY 'ERROR: Cannot open CREWS.DAT (status '
               WS-CREW-STATUS ').'
           DISPLAY ' '
           STOP RUN
       END-IF.

       LOAD-CREW-TABLE-LOOP.

       READ CREW-MASTER-FILE
           AT END GO TO LOAD-CREW-TABLE-EOF
       END-READ.

       ADD 1 TO WS-CREW-COUNT.

       IF WS-CREW-COUNT > 50
           DISPLAY 'ERROR: CREWS.DAT has more than 50 crews.'
           DISPLAY ' '
           STOP RUN
       END-IF.

       MOVE CRW-CODE TO WS-CREW-CODE(WS-CREW-COUNT).
       MOVE CRW-NAME TO WS-CREW-NAME(WS-CREW-COUNT).
       MOVE CRW-LIFT-CERT TO WS-CREW-LIFT-CERT(WS-CREW-COUNT).
       MOVE CRW-MOUNT(1) TO WS-CREW-MOUNT(WS-CREW-COUNT, 1).
       MOVE CRW-MOUNT(2) TO WS-CREW-MOUNT(WS-CREW-COUNT, 2).
       MOVE CRW-MOUNT(3) TO WS-CREW-MOUNT(WS-CREW-COUNT, 3).
       MOVE CRW-MOUNT(4) TO WS-CREW-MOUNT(WS-CREW-COUNT, 4).
       IF CRW-CAPACITY IS NUMERIC
           MOVE CRW-CAPACITY TO WS-CREW-CAPACITY(WS-CREW-COUNT)
       ELSE
           MOVE 0 TO WS-CREW-CAPACITY(WS-CREW-COUNT)
       END-IF.
       MOVE CRW-ACTIVE TO WS-CREW-ACTIVE(WS-CREW-COUNT).

       GO TO LOAD-CREW-TABLE-LOOP.

       LOAD-CREW-TABLE-EOF.

       CLOSE CREW-MASTER-FILE.
       MOVE 'Y' TO WS-CREW-LOADED.

       LOAD-CREW-TABLE-DONE.

      ******************************************************************
      * Writes the whole in-memory crew master back to CREWS.DAT
      * after a maintenance action.
      ******************************************************************

       SAVE-CREW-TABLE.

       OPEN OUTPUT CREW-MASTER-FILE.

      * '05' just means the file did not exist yet and was created.
       IF NOT CREW-FILE-OK
           DISPLAY 'ERROR: Cannot rewrite CREWS.DAT (status '
               WS-CREW-STATUS ').'
           DISPLAY ' '
           GO TO SAVE-CREW-TABLE-DONE
       END-IF.

       MOVE 1 TO WS-CR.

       SAVE-CREW-TABLE-LOOP.

       IF WS-CR > WS-CREW-COUNT
           GO TO SAVE-CREW-TABLE-EOF
       END-IF.

       MOVE WS-CREW-CODE(WS-CR) TO CRW-CODE.
       MOVE WS-CREW-NAME(WS-CR) TO CRW-NAME.
       MOVE WS-CREW-LIFT-CERT(WS-CR) TO CRW-LIFT-CERT.
       MOVE WS-CREW-MOUNT(WS-CR, 1) TO CRW-MOUNT(1).
       MOVE WS-CREW-MOUNT(WS-CR, 2) TO CRW-MOUNT(2).
       MOVE WS-CREW-MOUNT(WS-CR, 3) TO CRW-MOUNT(3).
       MOVE WS-CREW-MOUNT(WS-CR, 4) TO CRW-MOUNT(4).
       MOVE WS-CREW-CAPACITY(WS-CR) TO CRW-CAPACITY.
       MOVE WS-CREW-ACTIVE(WS-CR) TO CRW-ACTIVE.
       WRITE CREW-MASTER-RECORD.

       ADD 1 TO WS-CR.
       GO TO SAVE-CREW-TABLE-LOOP.

       SAVE-CREW-TABLE-EOF.

       CLOSE CREW-MASTER-FILE.

       SAVE-CREW-TABLE-DONE.

      ******************************************************************
      * Loads the installed-asset register from ASSETS.DAT at
      * startup. OPTIONAL: the register starts empty and fills as
      * work orders are closed.
      ******************************************************************

       LOAD-ASSET-TABLE.

       MOVE 0 TO WS-AST-COUNT.

       OPEN INPUT ASSET-FILE.

       IF NOT ASSET-FILE-OK
           DISPLAY 'ERROR: Cannot open ASSETS.DAT (status '
               WS-ASSET-STATUS ').'
           DISPLAY ' '
           STOP RUN
       END-IF.

       LOAD-ASSET-TABLE-LOOP.

       READ ASSET-FILE
           AT END GO TO LOAD-ASSET-TABLE-EOF
       END-READ.

       ADD 1 TO WS-AST-COUNT.

       IF WS-AST-COUNT > 1000
           DISPLAY 'ERROR: ASSETS.DAT has more than 1000 units.'
           DISPLAY ' '
           STOP RUN
       END-IF.

       MOVE AS-SITE TO WS-AST-SITE(WS-AST-COUNT).
       MOVE AS-CAMERA TO WS-AST-CAMERA(WS-AST-COUNT).
       MOVE AS-MODEL TO WS-AST-MODEL(WS-AST-COUNT).
       MOVE AS-PART TO WS-AST-PART(WS-AST-COUNT).
       MOVE AS-CAM-SERIAL TO WS-AST-CAM-SERIAL(WS-AST-COUNT).
       MOVE AS-LENS-SERIAL TO WS-AST-LENS-SERIAL(WS-AST-COUNT).
       MOVE AS-INSTALLED TO WS-AST-INSTALLED(WS-AST-COUNT).
       MOVE AS-INSTALLER TO WS-AST-INSTALLER(WS-AST-COUNT).
       MOVE AS-WARRANTY-END TO WS-AST-WARRANTY-END(WS-AST-COUNT).
       IF AS-WO-NUMBER IS NUMERIC
           MOVE AS-WO-NUMBER TO WS-AST-WO-NUMBER(WS-AST-COUNT)
       ELSE
           MOVE 0 TO WS-AST-WO-NUMBER(WS-AST-COUNT)
       END-IF.
       MOVE AS-STATE TO WS-AST-STATE(WS-AST-COUNT).
       MOVE AS-REMOVED TO WS-AST-REMOVED(WS-AST-COUNT).
       MOVE AS-REASON TO WS-AST-REASON(WS-AST-COUNT).

       GO TO LOAD-ASSET-TABLE-LOOP.

       LOAD-ASSET-TABLE-EOF.

       CLOSE ASSET-FILE.
       MOVE 'Y' TO WS-AST-LOADED.

       LOAD-ASSET-TABLE-DONE.

      ******************************************************************
      * Writes the whole in-memory asset register back to ASSETS.DAT
      * after every change to it.
      ******************************************************************

       SAVE-ASSET-TABLE.

       OPEN OUTPUT ASSET-FILE.

      * '05' just means the file did not exist yet and was created.
       IF NOT ASSET-FILE-OK
           DISPLAY 'ERROR: Cannot rewrite ASSETS.DAT (status '
               WS-ASSET-STATUS ').'
           DISPLAY ' '
           GO TO SAVE-ASSET-TABLE-DONE
       END-IF.

       MOVE 1 TO WS-AS.

       SAVE-ASSET-TABLE-LOOP.

       IF WS-AS > WS-AST-COUNT
           GO TO SAVE-ASSET-TABLE-EOF
       END-IF.

       MOVE WS-AST-SITE(WS-AS) TO AS-SITE.
       MOVE WS-AST-CAMERA(WS-AS) TO AS-CAMERA.
       MOVE WS-AST-MODEL(WS-AS) TO AS-MODEL.
       MOVE WS-AST-PART(WS-AS) TO AS-PART.
       MOVE WS-AST-CAM-SERIAL(WS-AS) TO AS-CAM-SERIAL.
       MOVE WS-AST-LENS-SERIAL(WS-AS) TO AS-LENS-SERIAL.
       MOVE WS-AST-INSTALLED(WS-AS) TO AS-INSTALLED.
       MOVE WS-AST-INSTALLER(WS-AS) TO AS-INSTALLER.
       MOVE WS-AST-WARRANTY-END(WS-AS) TO AS-WARRANTY-END.
       MOVE WS-AST-WO-NUMBER(WS-AS) TO AS-WO-NUMBER.
       MOVE WS-AST-STATE(WS-AS) TO AS-STATE.
       MOVE WS-AST-REMOVED(WS-AS) TO AS-REMOVED.
       MOVE WS-AST-REASON(WS-AS) TO AS-REASON.
       WRITE ASSET-RECORD.

       ADD 1 TO WS-AS.
       GO TO SAVE-ASSET-TABLE-LOOP.

       SAVE-ASSET-TABLE-EOF.

       CLOSE ASSET-FILE.

       SAVE-ASSET-TABLE-DONE.

      ******************************************************************
      * Loads the sites master from SITEMAST.DAT at startup.
      * OPTIONAL: a shop that has not built a sites master yet simply
      ******************************************************************
      * Loads the stock-lens catalog from LENSCAT.DAT. One line per
      * purchasable lens: type F/V, near focal, far focal (equal to
      * the near focal for a fixed lens), part number, description,
      * maximum aperture, image-circle format (SENSORS.DAT row) and
      * lens mount.
      * Adding a newly stocked lens is a matter of adding a line to
      * the file, exactly as SENSORS.DAT grows the sensor table.
      ******************************************************************
       ELSE
           MOVE 0 TO WS-LENS-APERTURE(WS-LENS-COUNT)
       END-IF.
      * Format and mount came later still: blank on an older line
      * means "not rated", and such a lens is never passed over.
       IF LC-FORMAT IS NUMERIC
           MOVE LC-FORMAT TO WS-LENS-FORMAT(WS-LENS-COUNT)
       ELSE
           MOVE 0 TO WS-LENS-FORMAT(WS-LENS-COUNT)
       END-IF.
       MOVE LC-MOUNT TO WS-LENS-MOUNT(WS-LENS-COUNT).

       GO TO LOAD-LENS-TABLE-LOOP.


       LOAD-LENS-TABLE-DONE.

      ******************************************************************
      * Scans the stock-lens catalog for WS-LENS-LOOKUP-PART, leaving
      * WS-L on the matching entry and LENS-PART-FOUND set when it
      * exists.
      ******************************************************************

       FIND-LENS-BY-PART.

       MOVE 'N' TO WS-LENS-PART-FOUND.
       MOVE 1 TO WS-L.

       FIND-LENS-BY-PART-LOOP.

       IF WS-L > WS-LENS-COUNT
           GO TO FIND-LENS-BY-PART-DONE
       END-IF.

       IF WS-LENS-PART(WS-L) = WS-LENS-LOOKUP-PART
           MOVE 'Y' TO WS-LENS-PART-FOUND
           GO TO FIND-LENS-BY-PART-DONE
       END-IF.

       ADD 1 TO WS-L.
       GO TO FIND-LENS-BY-PART-LOOP.

       FIND-LENS-BY-PART-DONE.

      ******************************************************************
      * Matches one computed RESULT (CALC 1/2 forward mode) against
      * the stock-lens catalog. A stock lens still meets the coverage
      * among those, the longest usable focal length is the nearest
      * match. A varifocal whose range spans RESULT matches RESULT
      * exactly; one whose far end falls short of RESULT is treated
      * as its far-end focal length. A lens that cannot cover the
      * sensor format or does not fit the camera's mount is passed
      * over (CHECK-STOCK-LENS-FIT).
      ******************************************************************

       FIND-STOCK-LENS.

       MOVE 'N' TO WS-STOCK-FOUND.
       MOVE 'N' TO WS-STOCK-PASSED.
       MOVE 0 TO WS-STOCK-BEST.
       MOVE SPACES TO WS-STOCK-PART.
       MOVE SPACES TO WS-STOCK-DESC.
           GO TO FIND-STOCK-LENS-NEXT
       END-IF.

       PERFORM CHECK-STOCK-LENS-FIT THRU CHECK-STOCK-LENS-FIT-DONE.
       IF NOT STOCK-LENS-FITS
           MOVE 'Y' TO WS-STOCK-PASSED
           GO TO FIND-STOCK-LENS-NEXT
       END-IF.

       IF LENS-IS-VARIFOCAL(WS-L) AND WS-LENS-FAR(WS-L) >= RESULT
           MOVE RESULT TO WS-STOCK-CANDIDATE
       ELSE
       FIND-STOCK-LENS-DONE.

       MOVE WS-STOCK-MM TO WS-STOCK-MM-DISP.
       MOVE 'N' TO WS-STOCK-NO-COMPAT.
       IF STOCK-LENS-FOUND
           MOVE WS-STOCK-PART TO WS-STOCK-PART-OUT
       ELSE
           MOVE 'NONE' TO WS-STOCK-PART-OUT
           IF STOCK-LENS-PASSED-OVER
               MOVE 'Y' TO WS-STOCK-NO-COMPAT
           END-IF
       END-IF.

      ******************************************************************
      * range contains both computed ends. Among the entries that
      * span the zone, the one with the tightest focal range wins,
      * whatever order LENSCAT.DAT lists them in -- a 20-40mm zone
      * gets a 15-50mm lens ahead of a 5-50mm one. A varifocal that
      * cannot cover the sensor format or does not fit the camera's
      * mount is passed over (CHECK-STOCK-LENS-FIT).
      ******************************************************************

       FIND-STOCK-LENS-RANGE.

       MOVE 'N' TO WS-STOCK-FOUND.
       MOVE 'N' TO WS-STOCK-PASSED.
       MOVE SPACES TO WS-STOCK-PART.
       MOVE SPACES TO WS-STOCK-DESC.
       MOVE 0 TO WS-STOCK-MM.
           GO TO FIND-STOCK-LENS-RANGE-DONE
       END-IF.

       IF NOT LENS-IS-VARIFOCAL(WS-L)
           OR WS-LENS-NEAR(WS-L) > WS-RESULT-NEAR
           OR WS-LENS-FAR(WS-L) < WS-RESULT-FAR
           GO TO FIND-STOCK-LENS-RANGE-NEXT
       END-IF.

       PERFORM CHECK-STOCK-LENS-FIT THRU CHECK-STOCK-LENS-FIT-DONE.
       IF NOT STOCK-LENS-FITS
           MOVE 'Y' TO WS-STOCK-PASSED
           GO TO FIND-STOCK-LENS-RANGE-NEXT
       END-IF.

       COMPUTE WS-STOCK-CANDIDATE =
               WS-LENS-FAR(WS-L) - WS-LENS-NEAR(WS-L).
       IF WS-STOCK-CANDIDATE < WS-STOCK-BEST
           OR NOT STOCK-LENS-FOUND
           MOVE WS-STOCK-CANDIDATE TO WS-STOCK-BEST
           MOVE WS-LENS-NEAR(WS-L) TO WS-STOCK-MM
           MOVE WS-LENS-PART(WS-L) TO WS-STOCK-PART
           MOVE WS-LENS-DESC(WS-L) TO WS-STOCK-DESC
           MOVE WS-LENS-APERTURE(WS-L) TO WS-STOCK-APERTURE
           MOVE 'Y' TO WS-STOCK-FOUND
       END-IF.

       FIND-STOCK-LENS-RANGE-NEXT.

       ADD 1 TO WS-L.
       GO TO FIND-STOCK-LENS-RANGE-LOOP.

       FIND-STOCK-LENS-RANGE-DONE.

       MOVE WS-STOCK-MM TO WS-STOCK-MM-DISP.
       MOVE 'N' TO WS-STOCK-NO-COMPAT.
       IF STOCK-LENS-FOUND
           MOVE WS-STOCK-PART TO WS-STOCK-PART-OUT
       ELSE
           MOVE 'NONE' TO WS-STOCK-PART-OUT
           IF STOCK-LENS-PASSED-OVER
               MOVE 'Y' TO WS-STOCK-NO-COMPAT
           END-IF
       END-IF.

      ******************************************************************
      * Decides whether catalog entry WS-L can be used on the camera
      * being sized: its image-circle format (a SENSORS.DAT row) must
      * be at least as wide and as tall as sensor WS-STOCK-SENSOR,
      * and its mount must match WS-STOCK-MOUNT. A zero format or a
      * blank mount on either side is not rated and passes. Leaves
      * STOCK-LENS-FITS set when the lens can be used.
      ******************************************************************

       CHECK-STOCK-LENS-FIT.

       MOVE 'Y' TO WS-STOCK-FITS.

       IF WS-STOCK-MOUNT NOT = SPACES
           AND WS-LENS-MOUNT(WS-L) NOT = SPACES
           AND WS-LENS-MOUNT(WS-L) NOT = WS-STOCK-MOUNT
           MOVE 'N' TO WS-STOCK-FITS
           GO TO CHECK-STOCK-LENS-FIT-DONE
       END-IF.

       IF WS-LENS-FORMAT(WS-L) = 0
           OR WS-STOCK-SENSOR = 0
           OR WS-STOCK-SENSOR > WS-SENSOR-COUNT
           GO TO CHECK-STOCK-LENS-FIT-DONE
       END-IF.

       IF WS-LENS-FORMAT(WS-L) > WS-SENSOR-COUNT
           MOVE 'N' TO WS-STOCK-FITS
           GO TO CHECK-STOCK-LENS-FIT-DONE
       END-IF.

       MOVE WS-LENS-FORMAT(WS-L) TO WS-STOCK-FMT.
       IF WS-SENSOR-WIDTH(WS-STOCK-FMT)
               < WS-SENSOR-WIDTH(WS-STOCK-SENSOR)
           OR WS-SENSOR-HEIGHT(WS-STOCK-FMT)
               < WS-SENSOR-HEIGHT(WS-STOCK-SENSOR)
           MOVE 'N' TO WS-STOCK-FITS
       END-IF.

       CHECK-STOCK-LENS-FIT-DONE.

       END PROGRAM lenscalculator.
