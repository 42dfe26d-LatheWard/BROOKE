           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEXT-ACCT-STATUS.

       SELECT PAYMENT-PLAN ASSIGN TO "PAYPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-ACCOUNT-NUMBER
           FILE STATUS IS WS-PAYPLAN-STATUS.

       SELECT OWNER-TRANSFER ASSIGN TO "TRANSFER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-TRANSFER-KEY
           FILE STATUS IS WS-TRANSFER-STATUS.

       SELECT SERVICE-ITEM ASSIGN TO "SVCITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SI-ITEM-KEY
           FILE STATUS IS WS-SVCITEM-STATUS.

       SELECT BILL-DETAIL ASSIGN TO "BILLDTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BD-DETAIL-KEY
           FILE STATUS IS WS-BILLDTL-STATUS.

       SELECT LIEN-FILE ASSIGN TO "LIENS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-LIEN-KEY
           FILE STATUS IS WS-LIEN-STATUS.

       SELECT LIEN-EXPORT ASSIGN TO "LIENEXP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SERVICE-REQUEST ASSIGN TO "SVCREQ.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-REQUEST-NUMBER
           FILE STATUS IS WS-SVCREQ-STATUS.

       SELECT SR-SORT-WORK ASSIGN TO "SRSORTWK.DAT".

       SELECT SR-SORTED ASSIGN TO "SRSORTED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUTOPAY-FILE ASSIGN TO "AUTOPAY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-ACCOUNT-NUMBER
           FILE STATUS IS WS-AUTOPAY-STATUS.

       SELECT ACH-HISTORY ASSIGN TO "ACHHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-DRAFT-KEY
           FILE STATUS IS WS-ACHHIST-STATUS.

       SELECT ACH-DRAFT-FILE ASSIGN TO "ACHOUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ACH-RETURN-FILE ASSIGN TO "ACHRET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACHRET-STATUS.

       SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SU-ITEM-NUMBER
           FILE STATUS IS WS-SUSPENSE-STATUS.

       SELECT DISCOUNT-FILE ASSIGN TO "DISCOUNT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DS-ACCOUNT-NUMBER
           FILE STATUS IS WS-DISCOUNT-STATUS.

       SELECT REFUND-EXPORT ASSIGN TO "REFUNDAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DRAWER-RECEIPT ASSIGN TO "DRAWRCPT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DR-RECEIPT-KEY
           FILE STATUS IS WS-DRAWRCPT-STATUS.

       SELECT DRAWER-CLOSE ASSIGN TO "DRAWCLS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-CLOSE-KEY
           FILE STATUS IS WS-DRAWCLS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MYNAMES.
      *   NOTICES                    PAST-DUE NOTICE RUN
      *   AGEDAR   <AS-OF>           AGED RECEIVABLES
      *   GLSUM    <YYYYMM>          MONTH-END GL SUMMARY
      *   PLANMON  <AS-OF>           PAYMENT PLAN MONITOR
      *   ACHPOST                    POST SETTLED AUTOPAY DRAFTS
      *   ACHRET                     POST BANK RETURNS FROM ACHRET.DAT
      *   RECERT   <AS-OF>           DISCOUNT RENEWAL LETTERS AND LIST
       FD BATCH-CTL.
       01 BATCH-CTL-RECORD.
           05 BC-FUNCTION             PIC X(8).
       FD NEXT-ACCT-CTL.
       01 NEXT-ACCT-RECORD          PIC 9(6).

      * ONE PAYMENT PLAN PER ACCOUNT. WHILE PP-PLAN-STATUS IS "C"
      * (CURRENT) THE PENALTY AND NOTICE RUNS LEAVE THE ACCOUNT
      * ALONE; THE MONTHLY PLAN MONITOR MOVES A PLAN THAT FALLS
      * BEHIND TO "D" (DEFAULTED) AND ONE THAT IS PAID OUT TO "P"
      * (PAID), AND THE ACCOUNT GOES BACK INTO NORMAL DUNNING.
       FD PAYMENT-PLAN.
       01 PAYMENT-PLAN-RECORD.
           05 PP-ACCOUNT-NUMBER      PIC 9(6).
           05 PP-AGREED-TOTAL        PIC 9(5)V99.
           05 PP-INSTALLMENT         PIC 9(5)V99.
           05 PP-DUE-DAY             PIC 9(2).
           05 PP-START-DATE          PIC X(8).
           05 PP-SETUP-OPERATOR      PIC X(8).
           05 PP-PLAN-STATUS         PIC X(1).
           05 PP-LAST-REVIEW-DATE    PIC X(8).
           05 PP-PAID-TO-DATE        PIC 9(5)V99.

      * ONE RECORD PER SIDE OF AN OWNERSHIP TRANSFER. THE SELLER'S
      * ACCOUNT IS KEYED WITH ROLE "S" AND POINTS TO THE BUYER'S NEW
      * ACCOUNT; THE BUYER'S ACCOUNT IS KEYED WITH ROLE "B" AND POINTS
      * BACK. THE FORWARDING ADDRESS IS WHERE THE SELLER'S FINAL BILL
      * AND ANY LATER MAIL GOES.
       FD OWNER-TRANSFER.
       01 OWNER-TRANSFER-RECORD.
           05 TR-TRANSFER-KEY.
              10 TR-ACCOUNT-NUMBER   PIC 9(6).
              10 TR-ROLE             PIC X(1).
           05 TR-OTHER-ACCOUNT       PIC 9(6).
           05 TR-CLOSING-DATE        PIC X(8).
           05 TR-FORWARD-ADDRESS     PIC X(35).
           05 TR-FINAL-BILL          PIC 9(5)V99.
           05 TR-ENTRY-DATE          PIC X(8).
           05 TR-OPERATOR            PIC X(8).
           05 TR-FINAL-CREDIT        PIC 9(5)V99.

      * BILLABLE SERVICE ITEMS UNDER AN ACCOUNT - THE BASE CART IS
      * ITEM 01, EXTRA CARTS, RECYCLING AND YARD WASTE FOLLOW. THE
      * UNIT FEE IS TAKEN FROM THE RATE CLASS MASTER WHEN THE ITEM IS
      * ADDED AND MOVES WITH THE MASS RATE CHANGE. A BLANK START DATE
      * MEANS SERVICE FROM BEFORE ITEMS WERE KEPT; A BLANK STOP DATE
      * MEANS THE ITEM IS STILL IN SERVICE. AN ACCOUNT WITH NO ITEMS
      * IS STILL BILLED FROM OWNER-FEE-AMOUNT AS BEFORE.
       FD SERVICE-ITEM.
       01 SERVICE-ITEM-RECORD.
           05 SI-ITEM-KEY.
              10 SI-ACCOUNT-NUMBER   PIC 9(6).
              10 SI-ITEM-SEQ         PIC 9(2).
           05 SI-CLASS-CODE          PIC X(4).
           05 SI-QUANTITY            PIC 9(2).
           05 SI-UNIT-FEE            PIC 9(5)V99.
           05 SI-START-DATE          PIC X(8).
           05 SI-STOP-DATE           PIC X(8).

      * ONE RECORD PER BILLED ITEM PER BILL, WRITTEN ALONGSIDE THE
      * "B" LEDGER CHARGE. KEYED BY PERIOD AND RATE CLASS SO THE GL
      * SUMMARY CAN BREAK BILLED REVENUE OUT BY CLASS. AN ACCOUNT
      * BILLED WITHOUT ITEMS IS WRITTEN AS ITEM 00 UNDER ITS
      * OWNER-RATE-CLASS.
       FD BILL-DETAIL.
       01 BILL-DETAIL-RECORD.
           05 BD-DETAIL-KEY.
              10 BD-PERIOD           PIC X(6).
              10 BD-CLASS-CODE       PIC X(4).
              10 BD-ACCOUNT-NUMBER   PIC 9(6).
              10 BD-ITEM-SEQ         PIC 9(2).
              10 BD-BILL-DATE        PIC X(8).
           05 BD-QUANTITY            PIC 9(2).
           05 BD-DAYS                PIC 9(2).
           05 BD-AMOUNT              PIC 9(5)V99.

      * ONE RECORD PER BALANCE CERTIFIED TO THE COUNTY TAX ROLL.
      * STATUS C = ON THE ROLL, R = REMITTED IN FULL BY THE COUNTY,
      * V = REVERSED BECAUSE THE OWNER PAID US DIRECTLY BEFORE THE
      * ROLL CLOSED. REMITTANCES ARE KEPT HERE ONLY - THE CERTIFIED
      * AMOUNT ALREADY CAME OFF PAYHIST WHEN IT WENT TO THE ROLL.
       FD LIEN-FILE.
       01 LIEN-RECORD.
           05 LN-LIEN-KEY.
              10 LN-ACCOUNT-NUMBER   PIC 9(6).
              10 LN-CERT-DATE        PIC X(8).
           05 LN-CUTOFF-DATE         PIC X(8).
           05 LN-ROLL-CLOSE-DATE     PIC X(8).
           05 LN-CERT-AMOUNT         PIC 9(5)V99.
           05 LN-REMIT-AMOUNT        PIC 9(5)V99.
           05 LN-REMIT-DATE          PIC X(8).
           05 LN-LIEN-STATUS         PIC X(1).
           05 LN-STATUS-DATE         PIC X(8).
           05 LN-OPERATOR            PIC X(8).

      * FIXED-FORMAT FILE FOR THE COUNTY ASSESSOR, ONE RUN PER FILE:
      *   H <CERTIFICATION DATE> <ROLL CLOSING DATE>
      *   D <ACCOUNT> <OWNER> <SERVICE ADDRESS> <CERTIFIED AMOUNT>
      *   T <RECORD COUNT> <DOLLAR TOTAL>
      * THE THREE 01 LEVELS ARE VIEWS OF THE SAME RECORD AREA.
       FD LIEN-EXPORT.
       01 LIEN-EXPORT-RECORD.
           05 LX-RECORD-TYPE         PIC X(1).
           05 LX-ACCOUNT-NUMBER      PIC 9(6).
           05 LX-OWNER-NAME          PIC A(20).
           05 LX-SERVICE-ADDRESS     PIC X(35).
           05 LX-CERT-AMOUNT         PIC 9(7)V99.
       01 LIEN-EXPORT-HEADER.
           05 LX-HDR-TYPE            PIC X(1).
           05 LX-HDR-CERT-DATE       PIC X(8).
           05 LX-HDR-ROLL-CLOSE      PIC X(8).
           05 FILLER                 PIC X(54).
       01 LIEN-EXPORT-TRAILER.
           05 LX-TRL-TYPE            PIC X(1).
           05 LX-TRL-COUNT           PIC 9(5).
           05 LX-TRL-AMOUNT          PIC 9(9)V99.
           05 FILLER                 PIC X(54).

      * ONE RECORD PER CALL TO THE FRONT DESK. THE ROUTE, PICKUP DAY
      * AND CREW ARE COPIED FROM THE OWNER AND ROUTE MASTER WHEN THE
      * CALL IS TAKEN SO THE MONTHLY REPORT SHOWS WHO WAS ON THE ROUTE
      * AT THE TIME. TYPE M = MISSED PICKUP, D = DAMAGED CART,
      * C = CART DELIVERY, O = OTHER. STATUS O = OPEN, C = CLOSED.
      * SR-CONFIRMED/SR-CREDIT-AMOUNT ARE ONLY USED FOR MISSED PICKUPS.
       FD SERVICE-REQUEST.
       01 SERVICE-REQUEST-RECORD.
           05 SR-REQUEST-NUMBER      PIC 9(6).
           05 SR-ACCOUNT-NUMBER      PIC 9(6).
           05 SR-REQUEST-TYPE        PIC X(1).
           05 SR-DATE-CALLED         PIC X(8).
           05 SR-ROUTE-CODE          PIC X(4).
           05 SR-PICKUP-DAY          PIC X(3).
           05 SR-ROUTE-CREW          PIC X(20).
           05 SR-DESCRIPTION         PIC X(30).
           05 SR-STATUS              PIC X(1).
           05 SR-CONFIRMED           PIC X(1).
           05 SR-CREDIT-AMOUNT       PIC 9(5)V99.
           05 SR-RESOLUTION          PIC X(40).
           05 SR-CLOSE-DATE          PIC X(8).
           05 SR-ENTERED-BY          PIC X(8).
           05 SR-CLOSED-BY           PIC X(8).

       SD SR-SORT-WORK.
       01 SR-SORT-RECORD.
           05 SRS-REQUEST-NUMBER     PIC 9(6).
           05 SRS-ACCOUNT-NUMBER     PIC 9(6).
           05 SRS-REQUEST-TYPE       PIC X(1).
           05 SRS-DATE-CALLED        PIC X(8).
           05 SRS-ROUTE-CODE         PIC X(4).
           05 SRS-PICKUP-DAY         PIC X(3).
           05 SRS-ROUTE-CREW         PIC X(20).
           05 SRS-DESCRIPTION        PIC X(30).
           05 SRS-STATUS             PIC X(1).
           05 SRS-CONFIRMED          PIC X(1).
           05 SRS-CREDIT-AMOUNT      PIC 9(5)V99.
           05 SRS-RESOLUTION         PIC X(40).
           05 SRS-CLOSE-DATE         PIC X(8).
           05 SRS-ENTERED-BY         PIC X(8).
           05 SRS-CLOSED-BY          PIC X(8).

       FD SR-SORTED.
       01 SR-SORTED-RECORD.
           05 SRD-REQUEST-NUMBER     PIC 9(6).
           05 SRD-ACCOUNT-NUMBER     PIC 9(6).
           05 SRD-REQUEST-TYPE       PIC X(1).
           05 SRD-DATE-CALLED        PIC X(8).
           05 SRD-ROUTE-CODE         PIC X(4).
           05 SRD-PICKUP-DAY         PIC X(3).
           05 SRD-ROUTE-CREW         PIC X(20).
           05 SRD-DESCRIPTION        PIC X(30).
           05 SRD-STATUS             PIC X(1).
           05 SRD-CONFIRMED          PIC X(1).
           05 SRD-CREDIT-AMOUNT      PIC 9(5)V99.
           05 SRD-RESOLUTION         PIC X(40).
           05 SRD-CLOSE-DATE         PIC X(8).
           05 SRD-ENTERED-BY         PIC X(8).
           05 SRD-CLOSED-BY          PIC X(8).

      * ONE AUTOPAY ENROLLMENT PER ACCOUNT. A NEW OR CHANGED BANK
      * ACCOUNT GOES TO THE BANK FIRST AS A ZERO-DOLLAR PRENOTE.
      * PRENOTE STATUS N = TO BE SENT, P = SENT, V = VERIFIED,
      * R = REJECTED BY THE BANK. DRAFTING STARTS ONCE THE PRENOTE
      * HAS BEEN OUT TEN DAYS WITHOUT COMING BACK. STATUS A = ACTIVE,
      * S = SUSPENDED (SECOND RETURNED DRAFT OR REJECTED PRENOTE),
      * C = CANCELLED. ACCOUNT TYPE C = CHECKING, S = SAVINGS.
       FD AUTOPAY-FILE.
       01 AUTOPAY-RECORD.
           05 AP-ACCOUNT-NUMBER      PIC 9(6).
           05 AP-ROUTING-NUMBER.
              10 AP-ROUTING-DFI      PIC 9(8).
              10 AP-ROUTING-CHECK    PIC 9(1).
           05 AP-BANK-ACCOUNT        PIC X(17).
           05 AP-ACCOUNT-TYPE        PIC X(1).
           05 AP-EFFECTIVE-DATE      PIC X(8).
           05 AP-PRENOTE-STATUS      PIC X(1).
           05 AP-PRENOTE-DATE        PIC X(8).
           05 AP-STATUS              PIC X(1).
           05 AP-RETURN-COUNT        PIC 9(2).
           05 AP-LAST-RETURN-DATE    PIC X(8).
           05 AP-ENROLL-DATE         PIC X(8).
           05 AP-OPERATOR            PIC X(8).

      * ONE RECORD PER DRAFT SENT TO THE BANK, KEPT SO THE DRAFT CAN
      * BE POSTED AS A PAYMENT ON ITS SETTLEMENT DATE AND MATCHED UP
      * IF THE BANK RETURNS IT. STATUS O = SENT, NOT YET SETTLED,
      * P = POSTED AS A PAYMENT, R = RETURNED BY THE BANK.
       FD ACH-HISTORY.
       01 ACH-HISTORY-RECORD.
           05 AH-DRAFT-KEY.
              10 AH-ACCOUNT-NUMBER   PIC 9(6).
              10 AH-SETTLE-DATE      PIC X(8).
           05 AH-BILL-DATE           PIC X(8).
           05 AH-AMOUNT              PIC 9(5)V99.
           05 AH-TRACE-NUMBER        PIC 9(7).
           05 AH-DRAFT-STATUS        PIC X(1).
           05 AH-POSTED-DATE         PIC X(8).
           05 AH-RETURN-DATE         PIC X(8).
           05 AH-RETURN-CODE         PIC X(3).

      * BANK DRAFT FILE, ONE BATCH PER STATEMENT RUN:
      *   5 <COMPANY> <ENTRY DESC> <BILL DATE> <SETTLEMENT DATE>
      *   6 <TRAN CODE> <ROUTING> <BANK ACCOUNT> <AMOUNT> <ACCOUNT>
      *     <OWNER> <TRACE>
      *   8 <ENTRY COUNT> <ENTRY HASH> <TOTAL DEBITS>
      * TRAN CODE 27/37 DEBITS CHECKING/SAVINGS, 28/38 IS A ZERO-DOLLAR
      * PRENOTE. THE ENTRY HASH IS THE SUM OF THE FIRST EIGHT DIGITS
      * OF EVERY ROUTING NUMBER, KEEPING THE LOW TEN DIGITS.
      * THE THREE 01 LEVELS ARE VIEWS OF THE SAME RECORD AREA.
       FD ACH-DRAFT-FILE.
       01 ACH-DRAFT-ENTRY.
           05 AO-RECORD-TYPE         PIC X(1).
           05 AO-TRANS-CODE          PIC X(2).
           05 AO-ROUTING-NUMBER      PIC 9(9).
           05 AO-BANK-ACCOUNT        PIC X(17).
           05 AO-AMOUNT              PIC 9(8)V99.
           05 AO-ACCOUNT-NUMBER      PIC 9(6).
           05 AO-OWNER-NAME          PIC A(20).
           05 AO-TRACE-NUMBER        PIC 9(7).
       01 ACH-DRAFT-HEADER.
           05 AO-HDR-TYPE            PIC X(1).
           05 AO-HDR-COMPANY         PIC X(16).
           05 AO-HDR-ENTRY-DESC      PIC X(10).
           05 AO-HDR-BILL-DATE       PIC X(8).
           05 AO-HDR-SETTLE-DATE     PIC X(8).
           05 FILLER                 PIC X(29).
       01 ACH-DRAFT-CONTROL.
           05 AO-CTL-TYPE            PIC X(1).
           05 AO-CTL-ENTRY-COUNT     PIC 9(6).
           05 AO-CTL-ENTRY-HASH      PIC 9(10).
           05 AO-CTL-DEBIT-TOTAL     PIC 9(10)V99.
           05 FILLER                 PIC X(43).

      * RETURNED ENTRIES FROM THE BANK, ONE PER LINE, IDENTIFIED BY
      * OUR ACCOUNT NUMBER AND THE SETTLEMENT DATE OF THE DRAFT. A
      * RETURNED PRENOTE COMES BACK WITH A ZERO AMOUNT.
       FD ACH-RETURN-FILE.
       01 ACH-RETURN-RECORD.
           05 AR-ACCOUNT-NUMBER      PIC 9(6).
           05 FILLER                 PIC X(1).
           05 AR-SETTLE-DATE         PIC X(8).
           05 FILLER                 PIC X(1).
           05 AR-AMOUNT              PIC 9(5)V99.
           05 FILLER                 PIC X(1).
           05 AR-RETURN-CODE         PIC X(3).

      * UNAPPLIED CASH. A RECEIPT WHOSE ACCOUNT NUMBER IS NOT ON
      * MYNAMES IS HELD HERE UNTIL IT IS RESEARCHED. SOURCE L =
      * LOCKBOX, K = KEYED AT THE COUNTER, A = ACH DRAFT. STATUS O =
      * OPEN, A = APPLIED TO SU-APPLIED-ACCOUNT, R = MARKED FOR REFUND.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SU-ITEM-NUMBER         PIC 9(6).
           05 SU-RECEIPT-DATE        PIC X(8).
           05 SU-AMOUNT              PIC 9(5)V99.
           05 SU-KEYED-ACCOUNT       PIC 9(6).
           05 SU-DEPOSIT-DATE        PIC X(8).
           05 SU-OPERATOR            PIC X(8).
           05 SU-SOURCE              PIC X(1).
           05 SU-STATUS              PIC X(1).
           05 SU-APPLIED-ACCOUNT     PIC 9(6).
           05 SU-RESOLVED-DATE       PIC X(8).
           05 SU-RESOLVED-BY         PIC X(8).
           05 SU-NOTE                PIC X(30).

      * SENIOR / LOW-INCOME DISCOUNT, ONE ENROLLMENT PER ACCOUNT.
      * PROGRAM S = SENIOR, L = LOW-INCOME. METHOD P = PERCENT OF THE
      * MONTHLY FEE, F = FLAT AMOUNT OFF (NEVER MORE THAN THE FEE).
      * GOOD FOR BILLS DATED FROM THE APPROVAL DATE THROUGH THE
      * EXPIRATION DATE. STATUS A = ACTIVE, X = EXPIRED, C = CANCELLED.
      * DS-LETTER-DATE IS WHEN THE RENEWAL LETTER WENT OUT; IT IS
      * CLEARED WHEN THE ENROLLMENT IS RENEWED.
       FD DISCOUNT-FILE.
       01 DISCOUNT-RECORD.
           05 DS-ACCOUNT-NUMBER      PIC 9(6).
           05 DS-PROGRAM-TYPE        PIC X(1).
           05 DS-METHOD              PIC X(1).
           05 DS-PERCENT             PIC 9(3)V99.
           05 DS-FLAT-AMOUNT         PIC 9(5)V99.
           05 DS-APPROVAL-DATE       PIC X(8).
           05 DS-EXPIRATION-DATE     PIC X(8).
           05 DS-APPROVED-BY         PIC X(8).
           05 DS-STATUS              PIC X(1).
           05 DS-LETTER-DATE         PIC X(8).

      * VENDOR PAYMENT FILE FOR COUNTY ACCOUNTS PAYABLE, ONE REFUND
      * RUN PER FILE:
      *   H <RUN DATE> <APPROVING OPERATOR>
      *   D <ACCOUNT> <PAYEE> <MAILING ADDRESS> <AMOUNT> <DATE> <OPER>
      *   T <RECORD COUNT> <DOLLAR TOTAL>
      * THE THREE 01 LEVELS ARE VIEWS OF THE SAME RECORD AREA.
       FD REFUND-EXPORT.
       01 REFUND-EXPORT-RECORD.
           05 RX-RECORD-TYPE         PIC X(1).
           05 RX-ACCOUNT-NUMBER      PIC 9(6).
           05 RX-PAYEE-NAME          PIC A(20).
           05 RX-MAIL-ADDRESS        PIC X(35).
           05 RX-REFUND-AMOUNT       PIC 9(7)V99.
           05 RX-REFUND-DATE         PIC X(8).
           05 RX-APPROVED-BY         PIC X(8).
       01 REFUND-EXPORT-HEADER.
           05 RX-HDR-TYPE            PIC X(1).
           05 RX-HDR-RUN-DATE        PIC X(8).
           05 RX-HDR-APPROVED-BY     PIC X(8).
           05 FILLER                 PIC X(70).
       01 REFUND-EXPORT-TRAILER.
           05 RX-TRL-TYPE            PIC X(1).
           05 RX-TRL-COUNT           PIC 9(5).
           05 RX-TRL-AMOUNT          PIC 9(9)V99.
           05 FILLER                 PIC X(70).

      * ONE RECORD PER COUNTER RECEIPT KEYED THROUGH THE CASH POSTING,
      * FILED UNDER THE CASHIER AND THE DAY IT WAS TAKEN. TENDER
      * C = CASH, K = CHECK, M = MONEY ORDER, D = CARD. A RECEIPT FOR
      * AN ACCOUNT NOT ON FILE CARRIES ITS UNAPPLIED CASH ITEM NUMBER.
      * STATUS O = OPEN, L = LOCKED BY THE DRAWER CLOSE-OUT.
       FD DRAWER-RECEIPT.
       01 DRAWER-RECEIPT-RECORD.
           05 DR-RECEIPT-KEY.
              10 DR-OPERATOR         PIC X(8).
              10 DR-DRAWER-DATE      PIC X(8).
              10 DR-RECEIPT-SEQ      PIC 9(4).
           05 DR-ACCOUNT-NUMBER      PIC 9(6).
           05 DR-PAYMENT-DATE        PIC X(8).
           05 DR-AMOUNT              PIC 9(5)V99.
           05 DR-TENDER              PIC X(1).
           05 DR-CHECK-NUMBER        PIC X(10).
           05 DR-SUSPENSE-ITEM       PIC 9(6).
           05 DR-STATUS              PIC X(1).

      * ONE RECORD PER CASHIER PER DAY, WRITTEN WHEN THE DRAWER IS
      * CLOSED. EXPECTED AMOUNTS ARE THE DAY'S RECEIPTS BY TENDER;
      * COUNTED CASH IS NET OF THE STARTING CASH LEFT IN THE DRAWER.
      * DC-OVER-SHORT IS TOTAL COUNTED LESS TOTAL EXPECTED.
       FD DRAWER-CLOSE.
       01 DRAWER-CLOSE-RECORD.
           05 DC-CLOSE-KEY.
              10 DC-OPERATOR         PIC X(8).
              10 DC-DRAWER-DATE      PIC X(8).
           05 DC-RECEIPT-COUNT       PIC 9(5).
           05 DC-STARTING-CASH       PIC 9(5)V99.
           05 DC-CASH-EXPECTED       PIC 9(7)V99.
           05 DC-CASH-COUNTED        PIC S9(7)V99.
           05 DC-CHECK-EXPECTED      PIC 9(7)V99.
           05 DC-CHECK-COUNTED       PIC 9(7)V99.
           05 DC-MO-EXPECTED         PIC 9(7)V99.
           05 DC-MO-COUNTED          PIC 9(7)V99.
           05 DC-CARD-EXPECTED       PIC 9(7)V99.
           05 DC-CARD-COUNTED        PIC 9(7)V99.
           05 DC-OVER-SHORT          PIC S9(7)V99.
           05 DC-CLOSED-TIME         PIC 9(8).

       WORKING-STORAGE SECTION.
       01 USER-FIRST-CHOICE        PIC X.

       01 SWITCHES.
           05 EOF-SWITCH           PIC X VALUE "N".
       01 WS-CHECK-EXCEPTIONS      PIC 9(5) VALUE ZERO.
       01 WS-CHECK-HIGH-ACCOUNT    PIC 9(6) VALUE ZERO.
       01 WS-CHECK-BALANCE-TOTAL   PIC S9(8)V99 VALUE ZERO.
       01 WS-CHECK-SUS-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-CHECK-SUS-TOTAL       PIC 9(8)V99 VALUE ZERO.

       01 WS-RATE-METHOD           PIC X.
       01 WS-RATE-PERCENT          PIC 9(3)V99 VALUE ZERO.
       01 WS-RATE-OLD-TOTAL        PIC 9(8)V99 VALUE ZERO.
       01 WS-RATE-NEW-TOTAL        PIC 9(8)V99 VALUE ZERO.
       01 WS-RATE-CHANGE-TOTAL     PIC S9(8)V99 VALUE ZERO.
       01 WS-RATE-CLASS-SEL        PIC X(4).
       01 WS-RATE-OLD-FEE          PIC 9(5)V99 VALUE ZERO.
       01 WS-RATE-LINE-CLASS       PIC X(4).

       01 WS-GRACE-DATE            PIC X(8).
       01 WS-PENALTY-DATE          PIC X(8).
       01 WS-GL-WRITEOFF           PIC 9(8)V99 VALUE ZERO.
       01 WS-GL-REFUND             PIC 9(8)V99 VALUE ZERO.
       01 WS-GL-NSF                PIC 9(8)V99 VALUE ZERO.
       01 WS-GL-TAXROLL            PIC 9(8)V99 VALUE ZERO.
       01 WS-GL-TAXREV             PIC 9(8)V99 VALUE ZERO.
       01 WS-GL-MISSED             PIC 9(8)V99 VALUE ZERO.
       01 WS-GL-ACHFEE             PIC 9(8)V99 VALUE ZERO.
       01 WS-GL-DISCOUNT           PIC 9(8)V99 VALUE ZERO.
       01 WS-GL-FINALCR            PIC 9(8)V99 VALUE ZERO.
       01 WS-GL-SUS-RECEIVED       PIC 9(8)V99 VALUE ZERO.
       01 WS-GL-SUS-REFUNDED       PIC 9(8)V99 VALUE ZERO.
       01 WS-GL-SUS-OPEN           PIC 9(8)V99 VALUE ZERO.
       01 WS-GL-PERIOD-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-GL-LEDGER-NET         PIC S9(8)V99 VALUE ZERO.
       01 WS-GL-PAYHIST-TOTAL      PIC S9(8)V99 VALUE ZERO.
       01 WS-GL-EXP-DESC           PIC X(12).
       01 WS-GL-EXP-AMOUNT         PIC -9(8).99.
       01 WS-GL-EXP-WORK           PIC S9(8)V99 VALUE ZERO.
       01 WS-GL-CLASS-MODE         PIC X.
       01 WS-GL-CLASS-FIRST-SWITCH PIC X VALUE "Y".
       01 WS-GL-CLASS-PREV         PIC X(4).
       01 WS-GL-CLASS-TOTAL        PIC 9(8)V99 VALUE ZERO.

       01 WS-LEDGARCH-STATUS       PIC XX VALUE "00".
       01 WS-AUDARCH-STATUS        PIC XX VALUE "00".
       01 WS-ADJ-NSF-TOTAL         PIC 9(7)V99 VALUE ZERO.
       01 WS-ADJ-REJECT-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-PAYPLAN-STATUS        PIC XX VALUE "00".
       01 WS-PLAN-CHOICE           PIC X.
       01 WS-PLAN-ACCOUNT          PIC 9(6) VALUE ZERO.
       01 WS-PLAN-OK-SWITCH        PIC X VALUE "N".
       01 WS-ON-PLAN-SWITCH        PIC X VALUE "N".
       01 WS-PLAN-EOF-SWITCH       PIC X VALUE "N".
       01 WS-PLAN-ASOF-DATE        PIC X(8).
       01 WS-PLAN-ASOF-SPLIT REDEFINES WS-PLAN-ASOF-DATE.
           05 WS-PLAN-ASOF-YEAR    PIC 9(4).
           05 WS-PLAN-ASOF-MONTH   PIC 9(2).
           05 WS-PLAN-ASOF-DAY     PIC 9(2).
       01 WS-PLAN-START-DATE       PIC X(8).
       01 WS-PLAN-START-SPLIT REDEFINES WS-PLAN-START-DATE.
           05 WS-PLAN-START-YEAR   PIC 9(4).
           05 WS-PLAN-START-MONTH  PIC 9(2).
           05 WS-PLAN-START-DAY    PIC 9(2).
       01 WS-PLAN-MONTHS           PIC S9(7) VALUE ZERO.
       01 WS-PLAN-START-MONTHS     PIC S9(7) VALUE ZERO.
       01 WS-PLAN-AMOUNT-DUE       PIC 9(7)V99 VALUE ZERO.
       01 WS-PLAN-PAID             PIC S9(7)V99 VALUE ZERO.
       01 WS-PLAN-DESC             PIC X(9).
       01 WS-PLAN-REVIEW-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-PLAN-CURRENT-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-PLAN-DEFAULT-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-PLAN-PAIDOUT-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-PLAN-CLOSED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-PENALTY-PLAN-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-NOT-PLAN-COUNT        PIC 9(5) VALUE ZERO.

       01 WS-TRANSFER-STATUS       PIC XX VALUE "00".
       01 WS-XFR-CHOICE            PIC X.
       01 WS-XFR-OK-SWITCH         PIC X VALUE "N".
       01 WS-XFR-CONFIRM           PIC X.
       01 WS-XFR-SELLER            PIC 9(6) VALUE ZERO.
       01 WS-XFR-BUYER             PIC 9(6) VALUE ZERO.
       01 WS-XFR-CLOSING-DATE      PIC X(8).
       01 WS-XFR-FORWARD-ADDRESS   PIC X(35).
       01 WS-XFR-BUYER-NAME        PIC A(20).
       01 WS-XFR-SELLER-RECORD.
           05 WS-XFR-S-ACCOUNT     PIC 9(6).
           05 WS-XFR-S-NAME        PIC A(20).
           05 WS-XFR-S-ADDRESS     PIC X(35).
           05 WS-XFR-S-FEE         PIC 9(5)V99.
           05 WS-XFR-S-ROUTE       PIC X(4).
           05 WS-XFR-S-PICKUP      PIC X(3).
           05 WS-XFR-S-STATUS      PIC X(1).
           05 WS-XFR-S-CLASS       PIC X(4).
       01 WS-XFR-NOTE.
           05 WS-XFR-NOTE-TEXT     PIC X(26).
           05 WS-XFR-NOTE-ACCOUNT  PIC 9(6).
       01 WS-XFR-FROM-DATE         PIC X(8).
       01 WS-XFR-TO-DATE           PIC X(8).
       01 WS-XFR-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-XFR-FINAL-TOTAL       PIC 9(7)V99 VALUE ZERO.
       01 WS-XFR-CREDIT-TOTAL      PIC 9(7)V99 VALUE ZERO.
       01 WS-XFR-PAYOFF-TOTAL      PIC S9(7)V99 VALUE ZERO.
       01 WS-XFR-CREDIT            PIC 9(5)V99 VALUE ZERO.
       01 WS-XFR-CREDIT-DISP       PIC ZZ,ZZ9.99.

       01 WS-SVCITEM-STATUS        PIC XX VALUE "00".
       01 WS-BILLDTL-STATUS        PIC XX VALUE "00".
       01 WS-SVC-CHOICE            PIC X.
       01 WS-SVC-ACCOUNT           PIC 9(6) VALUE ZERO.
       01 WS-SVC-OK-SWITCH         PIC X VALUE "N".
       01 WS-SVC-EOF-SWITCH        PIC X VALUE "N".
       01 WS-SVC-FOUND-SWITCH      PIC X VALUE "N".
       01 WS-SVC-PRINT-SWITCH      PIC X VALUE "N".
       01 WS-SVC-POST-SWITCH       PIC X VALUE "N".
       01 WS-SVC-CHANGED-SWITCH    PIC X VALUE "N".
       01 WS-SVC-CONFIRM           PIC X.
       01 WS-SVC-SEQ               PIC 9(2) VALUE ZERO.
       01 WS-SVC-LAST-SEQ          PIC 9(2) VALUE ZERO.
       01 WS-SVC-QUANTITY          PIC 9(2) VALUE ZERO.
       01 WS-SVC-START-DATE        PIC X(8).
       01 WS-SVC-STOP-DATE         PIC X(8).
       01 WS-SVC-PERIOD-FROM       PIC X(8).
       01 WS-SVC-PERIOD-FROM-SPLIT REDEFINES WS-SVC-PERIOD-FROM.
           05 FILLER               PIC X(6).
           05 WS-SVC-PERIOD-FROM-DAY PIC 9(2).
       01 WS-SVC-PERIOD-TO         PIC X(8).
       01 WS-SVC-PERIOD-TO-SPLIT REDEFINES WS-SVC-PERIOD-TO.
           05 FILLER               PIC X(6).
           05 WS-SVC-PERIOD-TO-DAY PIC 9(2).
       01 WS-SVC-ITEM-FROM         PIC X(8).
       01 WS-SVC-ITEM-FROM-SPLIT REDEFINES WS-SVC-ITEM-FROM.
           05 FILLER               PIC X(6).
           05 WS-SVC-ITEM-FROM-DAY PIC 9(2).
       01 WS-SVC-ITEM-TO           PIC X(8).
       01 WS-SVC-ITEM-TO-SPLIT REDEFINES WS-SVC-ITEM-TO.
           05 FILLER               PIC X(6).
           05 WS-SVC-ITEM-TO-DAY   PIC 9(2).
       01 WS-SVC-DAYS              PIC 9(2) VALUE ZERO.
       01 WS-SVC-LINE-FULL         PIC 9(7)V99 VALUE ZERO.
       01 WS-SVC-PRORATE-WORK      PIC 9(9)V99 VALUE ZERO.
       01 WS-SVC-LINE-FEE          PIC 9(7)V99 VALUE ZERO.
       01 WS-SVC-TOTAL-FEE         PIC 9(7)V99 VALUE ZERO.
       01 WS-SVC-CART-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-SVC-DATE-NUM          PIC 9(8) VALUE ZERO.
       01 WS-SVC-DATE-INT          PIC 9(7) VALUE ZERO.
       01 WS-SVC-FEE-DISP          PIC ZZ,ZZ9.99.
       01 WS-SVC-HOLD-RECORD       PIC X(37).
       01 WS-SVC-NEXT-DATE         PIC X(8).
       01 WS-SVC-DAYS-NOTE.
           05 WS-SVC-NOTE-DAYS     PIC Z9.
           05 FILLER               PIC X(4) VALUE " OF ".
           05 WS-SVC-NOTE-MONTH    PIC Z9.
           05 FILLER               PIC X(5) VALUE " DAYS".

       01 WS-LIEN-STATUS           PIC XX VALUE "00".
       01 WS-LIEN-CHOICE           PIC X.
       01 WS-LIEN-ACCOUNT          PIC 9(6) VALUE ZERO.
       01 WS-LIEN-OK-SWITCH        PIC X VALUE "N".
       01 WS-LIEN-EOF-SWITCH       PIC X VALUE "N".
       01 WS-LIEN-FOUND-SWITCH     PIC X VALUE "N".
       01 WS-LIEN-POST-SWITCH      PIC X VALUE "N".
       01 WS-LIEN-AGE-SWITCH       PIC X VALUE "N".
       01 WS-LIEN-FIRST-SWITCH     PIC X VALUE "Y".
       01 WS-LIEN-CONFIRM          PIC X.
       01 WS-LIEN-CUTOFF-DATE      PIC X(8).
       01 WS-LIEN-ROLL-CLOSE-DATE  PIC X(8).
       01 WS-LIEN-CERT-DATE        PIC X(8).
       01 WS-LIEN-REMIT-DATE       PIC X(8).
       01 WS-LIEN-MINIMUM          PIC 9(5)V99 VALUE ZERO.
       01 WS-LIEN-OPEN-AMOUNT      PIC S9(7)V99 VALUE ZERO.
       01 WS-LIEN-CERT-AMOUNT      PIC 9(5)V99 VALUE ZERO.
       01 WS-LIEN-BALANCE          PIC S9(5)V99 VALUE ZERO.
       01 WS-LIEN-REMIT-AMOUNT     PIC 9(5)V99 VALUE ZERO.
       01 WS-LIEN-STILL-DUE        PIC 9(5)V99 VALUE ZERO.
       01 WS-LIEN-AMOUNT-DISP      PIC ZZ,ZZ9.99.
       01 WS-LIEN-PREV-ROUTE       PIC X(4).
       01 WS-LIEN-RTE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-LIEN-RTE-TOTAL        PIC 9(7)V99 VALUE ZERO.
       01 WS-LIEN-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-LIEN-TOTAL            PIC 9(7)V99 VALUE ZERO.
       01 WS-LIEN-PLAN-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-LIEN-UNDER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-LIEN-CERT-TOTAL       PIC 9(7)V99 VALUE ZERO.
       01 WS-LIEN-REMIT-TOTAL      PIC 9(7)V99 VALUE ZERO.
       01 WS-LIEN-OPEN-TOTAL       PIC 9(7)V99 VALUE ZERO.

       01 WS-SVCREQ-STATUS         PIC XX VALUE "00".
       01 WS-REQ-CHOICE            PIC X.
       01 WS-REQ-NUMBER            PIC 9(6) VALUE ZERO.
       01 WS-REQ-LAST-NUMBER       PIC 9(6) VALUE ZERO.
       01 WS-REQ-ACCOUNT           PIC 9(6) VALUE ZERO.
       01 WS-REQ-TYPE              PIC X.
       01 WS-REQ-DATE              PIC X(8).
       01 WS-REQ-DESCRIPTION       PIC X(30).
       01 WS-REQ-RESOLUTION        PIC X(40).
       01 WS-REQ-ROUTE             PIC X(4).
       01 WS-REQ-DAY               PIC X(3).
       01 WS-REQ-CREW              PIC X(20).
       01 WS-REQ-CONFIRM           PIC X.
       01 WS-REQ-OK-SWITCH         PIC X VALUE "N".
       01 WS-REQ-EOF-SWITCH        PIC X VALUE "N".
       01 WS-REQ-FIRST-SWITCH      PIC X VALUE "Y".
       01 WS-REQ-TYPE-DESC         PIC X(14).
       01 WS-REQ-DAY-SEL           PIC X(3).
       01 WS-REQ-MONTH             PIC X(6).
       01 WS-REQ-PREV-ROUTE        PIC X(4).
       01 WS-REQ-PREV-DAY          PIC X(3).
       01 WS-REQ-PREV-CREW         PIC X(20).
       01 WS-REQ-RATE              PIC 9(7)V99 VALUE ZERO.
       01 WS-REQ-RATE-WORK         PIC 9(9)V99 VALUE ZERO.
       01 WS-REQ-CREDIT            PIC 9(5)V99 VALUE ZERO.
       01 WS-REQ-CREDIT-DISP       PIC ZZ,ZZ9.99.
       01 WS-REQ-GRP-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-REQ-GRP-CONFIRMED     PIC 9(5) VALUE ZERO.
       01 WS-REQ-GRP-CREDITS       PIC 9(7)V99 VALUE ZERO.
       01 WS-REQ-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-REQ-CONFIRMED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-REQ-CREDIT-TOTAL      PIC 9(7)V99 VALUE ZERO.

       01 WS-AUTOPAY-STATUS        PIC XX VALUE "00".
       01 WS-ACHHIST-STATUS        PIC XX VALUE "00".
       01 WS-ACHRET-STATUS         PIC XX VALUE "00".
       01 WS-ACH-CHOICE            PIC X.
       01 WS-ACH-ACCOUNT           PIC 9(6) VALUE ZERO.
       01 WS-ACH-ROUTING           PIC X(9).
       01 WS-ACH-ROUTING-DIGITS REDEFINES WS-ACH-ROUTING.
           05 WS-ACH-RTN-DIGIT     PIC 9 OCCURS 9 TIMES.
       01 WS-ACH-BANK-ACCOUNT      PIC X(17).
       01 WS-ACH-TYPE              PIC X.
       01 WS-ACH-EFFECTIVE         PIC X(8).
       01 WS-ACH-NEW-STATUS        PIC X.
       01 WS-ACH-FOUND-SWITCH      PIC X VALUE "N".
       01 WS-ACH-OK-SWITCH         PIC X VALUE "N".
       01 WS-ACH-ROUTING-SWITCH    PIC X VALUE "N".
       01 WS-ACH-EOF-SWITCH        PIC X VALUE "N".
       01 WS-ACH-DRAFT-SWITCH      PIC X VALUE "N".
       01 WS-ACH-SEND-SWITCH       PIC X VALUE "N".
       01 WS-ACH-SUM-3             PIC 9(3) VALUE ZERO.
       01 WS-ACH-SUM-7             PIC 9(3) VALUE ZERO.
       01 WS-ACH-CHECK-SUM         PIC 9(3) VALUE ZERO.
       01 WS-ACH-CHECK-QUOT        PIC 9(3) VALUE ZERO.
       01 WS-ACH-CHECK-REM         PIC 9(1) VALUE ZERO.
       01 WS-ACH-LEAD-DAYS         PIC 9(2) VALUE 10.
       01 WS-ACH-PRENOTE-DAYS      PIC 9(2) VALUE 10.
       01 WS-ACH-RETURN-FEE        PIC 9(3)V99 VALUE 25.00.
       01 WS-ACH-RETURN-LIMIT      PIC 9(2) VALUE 2.
       01 WS-ACH-DATE-NUM          PIC 9(8) VALUE ZERO.
       01 WS-ACH-BILL-INT          PIC 9(7) VALUE ZERO.
       01 WS-ACH-WORK-INT          PIC 9(7) VALUE ZERO.
       01 WS-ACH-SETTLE-DATE       PIC X(8) VALUE SPACES.
       01 WS-ACH-PRENOTE-CUTOFF    PIC X(8) VALUE SPACES.
       01 WS-ACH-AMOUNT            PIC 9(5)V99 VALUE ZERO.
       01 WS-ACH-FEE               PIC 9(3)V99 VALUE ZERO.
       01 WS-ACH-TRACE             PIC 9(7) VALUE ZERO.
       01 WS-ACH-ENTRY-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-ACH-ENTRY-HASH        PIC 9(10) VALUE ZERO.
       01 WS-ACH-HASH-WORK         PIC 9(11) VALUE ZERO.
       01 WS-ACH-DEBIT-TOTAL       PIC 9(10)V99 VALUE ZERO.
       01 WS-ACH-DRAFT-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-ACH-PRENOTE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-ACH-SKIP-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-ACH-RETURN-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-ACH-RETURN-TOTAL      PIC 9(7)V99 VALUE ZERO.
       01 WS-ACH-FEE-TOTAL         PIC 9(7)V99 VALUE ZERO.
       01 WS-ACH-SUSPEND-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-ACH-REJECT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-ACH-LIST-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-ACH-ACTION            PIC X(17).
       01 WS-ACH-NAME              PIC A(20).
       01 WS-ACH-TYPE-DESC         PIC X(8).
       01 WS-ACH-PRENOTE-DESC      PIC X(8).
       01 WS-ACH-STATUS-DESC       PIC X(9).

       01 WS-SUSPENSE-STATUS       PIC XX VALUE "00".
       01 WS-SUS-CHOICE            PIC X.
       01 WS-SUS-ACTION            PIC X.
       01 WS-SUS-ITEM              PIC 9(6) VALUE ZERO.
       01 WS-SUS-LAST-NUMBER       PIC 9(6) VALUE ZERO.
       01 WS-SUS-ACCOUNT           PIC 9(6) VALUE ZERO.
       01 WS-SUS-FIND-AMOUNT       PIC 9(5)V99 VALUE ZERO.
       01 WS-SUS-DEPOSIT-DATE      PIC X(8) VALUE SPACES.
       01 WS-SUS-SOURCE            PIC X VALUE "K".
       01 WS-SUS-CONFIRM           PIC X.
       01 WS-SUS-NOTE              PIC X(30).
       01 WS-SUS-OK-SWITCH         PIC X VALUE "N".
       01 WS-SUS-EOF-SWITCH        PIC X VALUE "N".
       01 WS-SUS-AGE-LIMIT         PIC 9(3) VALUE 30.
       01 WS-SUS-DATE-NUM          PIC 9(8) VALUE ZERO.
       01 WS-SUS-TODAY-INT         PIC 9(7) VALUE ZERO.
       01 WS-SUS-ITEM-INT          PIC 9(7) VALUE ZERO.
       01 WS-SUS-AGE-DAYS          PIC 9(5) VALUE ZERO.
       01 WS-SUS-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-SUS-TOTAL             PIC 9(7)V99 VALUE ZERO.
       01 WS-SUS-AMOUNT-DISP       PIC ZZ,ZZ9.99.
       01 WS-SUS-STATUS-DESC       PIC X(8).
       01 WS-SUS-SOURCE-DESC       PIC X(7).
       01 WS-CASH-SUSPENSE-TOTAL   PIC 9(7)V99 VALUE ZERO.

       01 WS-DISCOUNT-STATUS       PIC XX VALUE "00".
       01 WS-DISC-CHOICE           PIC X.
       01 WS-DISC-ACCOUNT          PIC 9(6) VALUE ZERO.
       01 WS-DISC-PROGRAM          PIC X.
       01 WS-DISC-METHOD           PIC X.
       01 WS-DISC-PERCENT          PIC 9(3)V99 VALUE ZERO.
       01 WS-DISC-FLAT             PIC 9(5)V99 VALUE ZERO.
       01 WS-DISC-APPROVAL         PIC X(8).
       01 WS-DISC-EXPIRATION       PIC X(8).
       01 WS-DISC-CONFIRM          PIC X.
       01 WS-DISC-OK-SWITCH        PIC X VALUE "N".
       01 WS-DISC-FOUND-SWITCH     PIC X VALUE "N".
       01 WS-DISC-EOF-SWITCH       PIC X VALUE "N".
       01 WS-DISC-AMOUNT           PIC 9(5)V99 VALUE ZERO.
       01 WS-DISC-WORK             PIC 9(7)V9(4) VALUE ZERO.
       01 WS-DISC-NOTICE-DAYS      PIC 9(3) VALUE 60.
       01 WS-DISC-TERM-DAYS        PIC 9(3) VALUE 365.
       01 WS-DISC-DATE-NUM         PIC 9(8) VALUE ZERO.
       01 WS-DISC-DATE-INT         PIC 9(7) VALUE ZERO.
       01 WS-DISC-ASOF-INT         PIC 9(7) VALUE ZERO.
       01 WS-DISC-WORK-INT         PIC 9(7) VALUE ZERO.
       01 WS-DISC-ASOF-DATE        PIC X(8) VALUE SPACES.
       01 WS-DISC-WINDOW-DATE      PIC X(8) VALUE SPACES.
       01 WS-DISC-LAPSE-DATE       PIC X(8) VALUE SPACES.
       01 WS-DISC-DAYS-LEFT        PIC S9(5) VALUE ZERO.
       01 WS-DISC-LETTER-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-DISC-DUE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-DISC-EXPIRED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-DISC-LAPSED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-DISC-PROGRAM-DESC     PIC X(10).
       01 WS-DISC-STATUS-DESC      PIC X(9).
       01 WS-DISC-PCT-DISP         PIC ZZ9.99.
       01 WS-DISC-AMT-DISP         PIC ZZ,ZZ9.99.
       01 WS-DISC-AUDIT-NOTE.
           05 FILLER               PIC X(17) VALUE
              "DISCOUNT EXPIRED ".
           05 WS-DISC-AUD-EXPIRES  PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-DISC-AUD-PROGRAM  PIC X(9).

       01 WS-RFD-MINIMUM           PIC 9(5)V99 VALUE ZERO.
       01 WS-RFD-MONTHS            PIC 9(2) VALUE ZERO.
       01 WS-RFD-RUN-DATE          PIC X(8).
       01 WS-RFD-CONFIRM           PIC X.
       01 WS-RFD-PASS-SWITCH       PIC X VALUE "P".
       01 WS-RFD-SELECT-SWITCH     PIC X VALUE "N".
       01 WS-RFD-CREDIT            PIC 9(5)V99 VALUE ZERO.
       01 WS-RFD-MONTH-FEE         PIC 9(5)V99 VALUE ZERO.
       01 WS-RFD-LIMIT             PIC 9(7)V99 VALUE ZERO.
       01 WS-RFD-REASON            PIC X(20).
       01 WS-RFD-STATUS-DESC       PIC X(9).
       01 WS-RFD-MAIL-ADDRESS      PIC X(35).
       01 WS-RFD-FORWARD-SWITCH    PIC X VALUE "N".
       01 WS-RFD-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-RFD-TOTAL             PIC 9(7)V99 VALUE ZERO.
       01 WS-RFD-EXC-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-RFD-EXC-TOTAL         PIC 9(7)V99 VALUE ZERO.
       01 WS-RFD-MONTHS-TEXT.
           05 FILLER               PIC X(5) VALUE "OVER ".
           05 WS-RFD-MONTHS-DISP   PIC Z9.
           05 FILLER               PIC X(13) VALUE " MONTHS' FEES".

       01 WS-DRAWRCPT-STATUS       PIC XX VALUE "00".
       01 WS-DRAWCLS-STATUS        PIC XX VALUE "00".
       01 WS-DRW-CHOICE            PIC X.
       01 WS-DRW-OPERATOR          PIC X(8).
       01 WS-DRW-DATE              PIC X(8).
       01 WS-DRW-TENDER            PIC X.
       01 WS-DRW-CHECK-NUMBER      PIC X(10).
       01 WS-DRW-TENDER-OK-SWITCH  PIC X VALUE "N".
       01 WS-DRW-CLOSED-SWITCH     PIC X VALUE "N".
       01 WS-DRW-EOF-SWITCH        PIC X VALUE "N".
       01 WS-DRW-POST-SWITCH       PIC X VALUE "N".
       01 WS-DRW-CONFIRM           PIC X.
       01 WS-DRW-LAST-SEQ          PIC 9(4) VALUE ZERO.
       01 WS-DRW-SUS-BEFORE        PIC 9(6) VALUE ZERO.
       01 WS-DRW-RCPT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-DRW-TENDER-DESC       PIC X(11).
       01 WS-DRW-EXP-CASH          PIC 9(7)V99 VALUE ZERO.
       01 WS-DRW-EXP-CHECK         PIC 9(7)V99 VALUE ZERO.
       01 WS-DRW-EXP-MO            PIC 9(7)V99 VALUE ZERO.
       01 WS-DRW-EXP-CARD          PIC 9(7)V99 VALUE ZERO.
       01 WS-DRW-EXP-TOTAL         PIC 9(7)V99 VALUE ZERO.
       01 WS-DRW-STARTING-CASH     PIC 9(5)V99 VALUE ZERO.
       01 WS-DRW-CASH-IN-DRAWER    PIC 9(7)V99 VALUE ZERO.
       01 WS-DRW-CNT-CASH          PIC S9(7)V99 VALUE ZERO.
       01 WS-DRW-CNT-CHECK         PIC 9(7)V99 VALUE ZERO.
       01 WS-DRW-CNT-MO            PIC 9(7)V99 VALUE ZERO.
       01 WS-DRW-CNT-CARD          PIC 9(7)V99 VALUE ZERO.
       01 WS-DRW-CNT-TOTAL         PIC S9(7)V99 VALUE ZERO.
       01 WS-DRW-OS-CASH           PIC S9(7)V99 VALUE ZERO.
       01 WS-DRW-OS-CHECK          PIC S9(7)V99 VALUE ZERO.
       01 WS-DRW-OS-MO             PIC S9(7)V99 VALUE ZERO.
       01 WS-DRW-OS-CARD           PIC S9(7)V99 VALUE ZERO.
       01 WS-DRW-OS-TOTAL          PIC S9(7)V99 VALUE ZERO.
       01 WS-DRW-AMT-DISP          PIC Z,ZZZ,ZZ9.99-.
       01 WS-CSM-DATE              PIC X(8).
       01 WS-CSM-PREV-OPERATOR     PIC X(8).
       01 WS-CSM-FIRST-SWITCH      PIC X VALUE "Y".
       01 WS-CSM-CLOSED-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-CSM-OPEN-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-CSM-TOT-RCPT-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-CSM-TOT-EXP-CASH      PIC 9(7)V99 VALUE ZERO.
       01 WS-CSM-TOT-EXP-CHECK     PIC 9(7)V99 VALUE ZERO.
       01 WS-CSM-TOT-EXP-MO        PIC 9(7)V99 VALUE ZERO.
       01 WS-CSM-TOT-EXP-CARD      PIC 9(7)V99 VALUE ZERO.
       01 WS-CSM-TOT-CNT-CASH      PIC S9(7)V99 VALUE ZERO.
       01 WS-CSM-TOT-CNT-CHECK     PIC 9(7)V99 VALUE ZERO.
       01 WS-CSM-TOT-CNT-MO        PIC 9(7)V99 VALUE ZERO.
       01 WS-CSM-TOT-CNT-CARD      PIC 9(7)V99 VALUE ZERO.
       01 WS-CSM-TOT-OS-CASH       PIC S9(7)V99 VALUE ZERO.
       01 WS-CSM-TOT-OS-CHECK      PIC S9(7)V99 VALUE ZERO.
       01 WS-CSM-TOT-OS-MO         PIC S9(7)V99 VALUE ZERO.
       01 WS-CSM-TOT-OS-CARD       PIC S9(7)V99 VALUE ZERO.

       01 WS-NAME-VALID-SWITCH     PIC X VALUE "N".
       01 WS-DUP-FOUND-SWITCH      PIC X VALUE "N".
       01 WS-WRITE-OK-SWITCH       PIC X VALUE "N".
        01 WS-STATEMENT-ADDR-LINE.
            05 FILLER            PIC X(11) VALUE "ADDRESS: ".
            05 WS-ST-ADDRESS      PIC X(35).
        01 WS-STATEMENT-ITEM-LINE.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-ST-ITEM-CLASS   PIC X(4).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-ST-ITEM-DESC    PIC X(20).
            05 FILLER             PIC X(3)  VALUE " X ".
            05 WS-ST-ITEM-QTY     PIC Z9.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-ST-ITEM-NOTE    PIC X(13).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-ST-ITEM-FEE     PIC ZZ,ZZ9.99.
        01 WS-STATEMENT-FEE-LINE.
            05 FILLER            PIC X(49) VALUE
               "TOTAL SERVICE CHARGES:".
            05 WS-ST-FEE          PIC ZZ,ZZ9.99.
        01 WS-STATEMENT-DISC-LINE.
            05 WS-ST-DISC-LABEL   PIC X(49).
            05 WS-ST-DISC         PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(3)  VALUE " CR".
        01 WS-STATEMENT-REMIT-LINE.
            05 FILLER            PIC X(11) VALUE "AMOUNT DUE ".
            05 WS-ST-REMIT-AMOUNT PIC ZZ,ZZ9.99.
            05 FILLER            PIC X(40) VALUE
               " - PLEASE RETURN THIS STUB WITH A CHECK".
        01 WS-STATEMENT-DRAFT-LINE.
            05 FILLER            PIC X(11) VALUE "AMOUNT DUE ".
            05 WS-ST-DRAFT-AMOUNT PIC ZZ,ZZ9.99.
            05 FILLER            PIC X(20) VALUE
               " WILL BE DRAFTED ON ".
            05 WS-ST-DRAFT-DATE   PIC X(8).
        01 WS-STATEMENT-DRAFT-LINE-2.
            05 FILLER            PIC X(51) VALUE
               "FROM YOUR BANK ACCOUNT - PLEASE DO NOT SEND A CHECK".

        01 WS-ROSTER-HEADING-1.
            05 FILLER            PIC X(35) VALUE
        01 WS-PREV-ROUTE-CODE       PIC X(4) VALUE SPACES.
        01 WS-FIRST-ROUTE-SWITCH    PIC X VALUE "Y".
        01 WS-ROUTE-COUNT           PIC 9(5) VALUE ZERO.
        01 WS-ROUTE-CARTS           PIC 9(5) VALUE ZERO.
        01 WS-TOTAL-CARTS           PIC 9(6) VALUE ZERO.

        01 WS-ROUTE-HEADING-1.
            05 FILLER            PIC X(35) VALUE
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(20) VALUE "OWNER-NAME".
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(35) VALUE "OWNER-ADDRESS".
            05 FILLER            PIC X(5)  VALUE "CARTS".

        01 WS-ROUTE-DETAIL-LINE.
            05 WS-RTE-ACCOUNT     PIC 9(6).
            05 WS-RTE-NAME        PIC A(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-RTE-ADDRESS     PIC X(35).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-RTE-CARTS       PIC ZZ9.

        01 WS-ROUTE-SUBTOTAL-LINE.
            05 FILLER             PIC X(17) VALUE "OWNERS ON ROUTE ".
            05 WS-RTE-SUB-ROUTE   PIC X(4).
            05 FILLER             PIC X(3)  VALUE ": ".
            05 WS-RTE-SUBTOTAL    PIC ZZZ,ZZ9.
            05 FILLER             PIC X(10) VALUE "   CARTS: ".
            05 WS-RTE-SUB-CARTS   PIC ZZZ,ZZ9.

        01 WS-ROUTE-GRAND-TOTAL-LINE.
            05 FILLER             PIC X(26) VALUE
               "TOTAL OWNERS ALL ROUTES: ".
            05 WS-RTE-GRAND-TOTAL PIC ZZZ,ZZ9.
        01 WS-ROUTE-GRAND-CARTS-LINE.
            05 FILLER             PIC X(26) VALUE
               "TOTAL CARTS ALL ROUTES:  ".
            05 WS-RTE-GRAND-CARTS PIC ZZZ,ZZ9.

        01 WS-DELINQ-HEADING-1.
            05 FILLER            PIC X(35) VALUE
        01 WS-CASH-REJECT-LINE.
            05 WS-CSH-REJ-ACCOUNT PIC 9(6).
            05 FILLER             PIC X(5)  VALUE SPACES.
            05 FILLER             PIC X(20) VALUE
               "UNKNOWN ACCOUNT".
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-CSH-REJ-DATE    PIC X(8).
            05 FILLER             PIC X(4)  VALUE SPACES.
            05 WS-CSH-REJ-AMOUNT  PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(16) VALUE
               "  SUSPENSE ITEM ".
            05 WS-CSH-REJ-ITEM    PIC 9(6).

        01 WS-CASH-TOTAL-LINE.
            05 FILLER             PIC X(19) VALUE
            05 FILLER             PIC X(13) VALUE "   REJECTED: ".
            05 WS-CSH-REJECTS     PIC ZZZ,ZZ9.

        01 WS-CASH-SUSPENSE-LINE.
            05 FILLER             PIC X(19) VALUE
               "TO UNAPPLIED CASH: ".
            05 WS-CSH-SUSPENSE    PIC Z,ZZZ,ZZ9.99.

        01 WS-ADJ-HEADING-1.
            05 FILLER            PIC X(35) VALUE
               "THREE RIVERS PLANNING FEE BILLING".
        01 WS-GL-PROOF-LINE.
            05 WS-GL-PROOF-TEXT   PIC X(40).

        01 WS-GL-CLASS-LINE.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-GL-CLS-CODE     PIC X(4).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-GL-CLS-DESC     PIC X(19).
            05 WS-GL-CLS-AMOUNT   PIC Z,ZZZ,ZZ9.99-.

        01 WS-ARCH-HEADING-1.
            05 FILLER            PIC X(35) VALUE
               "THREE RIVERS PLANNING FEE BILLING".
            05 FILLER             PIC X(25) VALUE
               "EXCEPTIONS FOUND:        ".
            05 WS-CHK-EXCEPTIONS  PIC ZZZ,ZZ9.
        01 WS-CHECK-TOTAL-LINE-5.
            05 FILLER             PIC X(25) VALUE
               "OPEN UNAPPLIED CASH:     ".
            05 WS-CHK-SUS-COUNT   PIC ZZZ,ZZ9.
            05 FILLER             PIC X(9)  VALUE " ITEMS   ".
            05 WS-CHK-SUS-TOTAL   PIC Z,ZZZ,ZZ9.99.

        01 WS-RATE-HEADING-1.
            05 FILLER            PIC X(35) VALUE
        01 WS-RATE-HEADING-2A.
            05 FILLER            PIC X(7)  VALUE "ROUTE: ".
            05 WS-RTC-ROUTE       PIC X(4).
            05 FILLER             PIC X(9)  VALUE "  CLASS: ".
            05 WS-RTC-CLASS-SEL   PIC X(4).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-RTC-MODE        PIC X(20).
        01 WS-RATE-HEADING-3.
            05 FILLER            PIC X(7)  VALUE "ACCT #".
            05 FILLER            PIC X(6)  VALUE "CLASS".
            05 FILLER            PIC X(22) VALUE "OWNER-NAME".
            05 FILLER            PIC X(11) VALUE "OLD FEE".
            05 FILLER            PIC X(11) VALUE "NEW FEE".
            05 FILLER            PIC X(10) VALUE "CHANGE".

        01 WS-RATE-DETAIL-LINE.
            05 WS-RTC-ACCOUNT     PIC 9(6).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-RTC-CLASS       PIC X(4).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-RTC-NAME        PIC A(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-RTC-OLD         PIC ZZ,ZZ9.99.
            05 WS-RTC-CHANGE      PIC ZZ,ZZ9.99-.

        01 WS-RATE-COUNT-LINE.
            05 FILLER             PIC X(18) VALUE "FEE LINES LISTED: ".
            05 WS-RTC-COUNT       PIC ZZZ,ZZ9.
        01 WS-RATE-TOTAL-LINE-1.
            05 FILLER             PIC X(18) VALUE "TOTAL OLD FEES:   ".
               "TOTAL PENALTY CHARGED:  ".
            05 WS-PEN-GRAND-TOTAL PIC Z,ZZZ,ZZ9.99.

        01 WS-PENALTY-PLAN-LINE.
            05 WS-PEN-PLAN-ACCOUNT PIC 9(6).
            05 FILLER             PIC X(5)  VALUE SPACES.
            05 WS-PEN-PLAN-NAME   PIC A(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-PEN-PLAN-BALANCE PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(4)  VALUE SPACES.
            05 FILLER             PIC X(7)  VALUE "ON PLAN".
        01 WS-PENALTY-PLAN-COUNT-LINE.
            05 FILLER             PIC X(19) VALUE "ACCOUNTS ON PLAN:  ".
            05 WS-PEN-PLAN-COUNT  PIC ZZZ,ZZ9.

        01 WS-PLAN-HEADING-1.
            05 FILLER            PIC X(35) VALUE
               "THREE RIVERS PLANNING FEE BILLING".
            05 FILLER            PIC X(7)  VALUE "  PAGE ".
            05 WS-PLN-PAGE        PIC ZZ9.
        01 WS-PLAN-HEADING-2.
            05 FILLER            PIC X(27) VALUE
               "PAYMENT PLAN STATUS REPORT".
        01 WS-PLAN-HEADING-2A.
            05 FILLER            PIC X(7)  VALUE "AS OF: ".
            05 WS-PLN-HDR-ASOF    PIC X(8).
        01 WS-PLAN-HEADING-3.
            05 FILLER            PIC X(11) VALUE "ACCOUNT #".
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 FILLER            PIC X(20) VALUE "OWNER-NAME".
            05 FILLER            PIC X(10) VALUE "INSTALLMT".
            05 FILLER            PIC X(11) VALUE "DUE TO DATE".
            05 FILLER            PIC X(12) VALUE "  PAID".
            05 FILLER            PIC X(9)  VALUE "STATUS".

        01 WS-PLAN-DETAIL-LINE.
            05 WS-PLN-ACCOUNT     PIC 9(6).
            05 FILLER             PIC X(5)  VALUE SPACES.
            05 WS-PLN-NAME        PIC A(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-PLN-INSTALLMENT PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-PLN-DUE         PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-PLN-PAID        PIC ZZ,ZZ9.99-.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-PLN-DESC        PIC X(9).

        01 WS-PLAN-TOTAL-LINE.
            05 WS-PLN-TOT-LABEL   PIC X(28).
            05 WS-PLN-TOT-COUNT   PIC ZZZ,ZZ9.

        01 WS-FINAL-HEADING-2.
            05 FILLER            PIC X(36) VALUE
               "FINAL SOLID WASTE FEE STATEMENT".
        01 WS-FINAL-SERVICE-LINE.
            05 FILLER            PIC X(11) VALUE "SERVICE: ".
            05 WS-FNL-SERVICE     PIC X(35).
        01 WS-FINAL-THRU-LINE.
            05 FILLER            PIC X(21) VALUE
               "SERVICE THROUGH:     ".
            05 WS-FNL-THRU        PIC X(8).
        01 WS-FINAL-FEE-LINE.
            05 FILLER            PIC X(21) VALUE
               "FINAL PRORATED FEE:  ".
            05 WS-FNL-FEE         PIC ZZ,ZZ9.99.
        01 WS-FINAL-CREDIT-LINE.
            05 FILLER            PIC X(21) VALUE
               "LESS UNUSED DAYS:    ".
            05 WS-FNL-CREDIT      PIC ZZ,ZZ9.99.
        01 WS-FINAL-PRIOR-LINE.
            05 FILLER            PIC X(21) VALUE
               "PRIOR BALANCE:       ".
            05 WS-FNL-PRIOR       PIC ZZ,ZZ9.99-.
        01 WS-FINAL-TOTAL-LINE.
            05 FILLER            PIC X(21) VALUE
               "TOTAL NOW DUE:       ".
            05 WS-FNL-TOTAL       PIC ZZ,ZZ9.99-.
        01 WS-FINAL-CLOSED-LINE.
            05 FILLER            PIC X(45) VALUE
               "ACCOUNT FINALED - PROPERTY SOLD TO NEW OWNER".

        01 WS-XFR-HEADING-1.
            05 FILLER            PIC X(35) VALUE
               "THREE RIVERS PLANNING FEE BILLING".
            05 FILLER            PIC X(7)  VALUE "  PAGE ".
            05 WS-XFR-PAGE        PIC ZZ9.
        01 WS-XFR-HEADING-2.
            05 FILLER            PIC X(33) VALUE
               "OWNERSHIP TRANSFER REGISTER".
        01 WS-XFR-HEADING-2A.
            05 FILLER            PIC X(15) VALUE "CLOSINGS FROM: ".
            05 WS-XFR-HDR-FROM    PIC X(8).
            05 FILLER            PIC X(10) VALUE " THROUGH: ".
            05 WS-XFR-HDR-TO      PIC X(8).
        01 WS-XFR-HEADING-3.
            05 FILLER            PIC X(8)  VALUE "SELLER #".
            05 FILLER            PIC X(22) VALUE " OWNER-NAME".
            05 FILLER            PIC X(10) VALUE "CLOSING".
            05 FILLER            PIC X(11) VALUE "FINAL BILL".
            05 FILLER            PIC X(11) VALUE "   CREDIT".
            05 FILLER            PIC X(10) VALUE "   PAYOFF".
        01 WS-XFR-HEADING-3A.
            05 FILLER            PIC X(16) VALUE "  BUYER ACCT #".
            05 FILLER            PIC X(22) VALUE "NEW OWNER".
            05 FILLER            PIC X(15) VALUE "SERVICE ADDRESS".

        01 WS-XFR-SELLER-LINE.
            05 WS-XFR-DTL-SELLER  PIC 9(6).
            05 FILLER             PIC X(3)  VALUE SPACES.
            05 WS-XFR-DTL-S-NAME  PIC A(20).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-XFR-DTL-CLOSING PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-XFR-DTL-FINAL   PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-XFR-DTL-CREDIT  PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-XFR-DTL-PAYOFF  PIC ZZ,ZZ9.99-.
        01 WS-XFR-BUYER-LINE.
            05 FILLER             PIC X(8)  VALUE "  BUYER ".
            05 WS-XFR-DTL-BUYER   PIC 9(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-XFR-DTL-B-NAME  PIC A(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-XFR-DTL-ADDRESS PIC X(35).

        01 WS-XFR-TOTAL-LINE.
            05 WS-XFR-TOT-LABEL   PIC X(28).
            05 WS-XFR-TOT-COUNT   PIC ZZZ,ZZ9.
        01 WS-XFR-AMOUNT-LINE.
            05 WS-XFR-AMT-LABEL   PIC X(28).
            05 WS-XFR-AMT-TOTAL   PIC Z,ZZZ,ZZ9.99-.

        01 WS-HISTORY-XREF-LINE.
            05 WS-HST-XREF-DESC   PIC X(34).
            05 WS-HST-XREF-ACCT   PIC 9(6).
            05 FILLER             PIC X(4)  VALUE " ON ".
            05 WS-HST-XREF-DATE   PIC X(8).

        01 WS-LIEN-HEADING-1.
            05 FILLER            PIC X(35) VALUE
               "THREE RIVERS PLANNING FEE BILLING".
            05 FILLER            PIC X(7)  VALUE "  PAGE ".
            05 WS-LNC-PAGE        PIC ZZ9.
        01 WS-LIEN-HEADING-2.
            05 FILLER            PIC X(29) VALUE
               "LIEN CERTIFICATION REGISTER".
            05 WS-LNC-MODE        PIC X(12).
        01 WS-LIEN-HEADING-2A.
            05 FILLER            PIC X(13) VALUE "OPEN BEFORE: ".
            05 WS-LNC-HDR-CUTOFF  PIC X(8).
            05 FILLER            PIC X(11) VALUE "  MINIMUM: ".
            05 WS-LNC-HDR-MINIMUM PIC ZZ,ZZ9.99.
            05 FILLER            PIC X(9)  VALUE "  ROUTE: ".
            05 WS-LNC-HDR-ROUTE   PIC X(4).
        01 WS-LIEN-HEADING-2B.
            05 FILLER            PIC X(13) VALUE "CERTIFIED:   ".
            05 WS-LNC-HDR-CERT    PIC X(8).
            05 FILLER            PIC X(16) VALUE "  ROLL CLOSES: ".
            05 WS-LNC-HDR-CLOSE   PIC X(8).
        01 WS-LIEN-HEADING-3.
            05 FILLER            PIC X(9)  VALUE "ACCOUNT #".
            05 FILLER            PIC X(21) VALUE "OWNER-NAME".
            05 FILLER            PIC X(26) VALUE "SERVICE ADDRESS".
            05 FILLER            PIC X(11) VALUE "   BALANCE".
            05 FILLER            PIC X(9)  VALUE "CERTIFIED".

        01 WS-LIEN-DETAIL-LINE.
            05 WS-LNC-DET-ACCOUNT PIC 9(6).
            05 FILLER             PIC X(3)  VALUE SPACES.
            05 WS-LNC-DET-NAME    PIC A(20).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-LNC-DET-ADDRESS PIC X(25).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-LNC-DET-BALANCE PIC ZZ,ZZ9.99-.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-LNC-DET-CERT    PIC ZZ,ZZ9.99.

        01 WS-LIEN-SUBTOTAL-LINE.
            05 FILLER             PIC X(8)  VALUE "  ROUTE ".
            05 WS-LNC-SUB-ROUTE   PIC X(4).
            05 FILLER             PIC X(11) VALUE " ACCOUNTS: ".
            05 WS-LNC-SUB-COUNT   PIC ZZ,ZZ9.
            05 FILLER             PIC X(35) VALUE SPACES.
            05 WS-LNC-SUB-TOTAL   PIC Z,ZZZ,ZZ9.99.

        01 WS-LIEN-TOTAL-LINE.
            05 WS-LNC-TOT-LABEL   PIC X(36).
            05 WS-LNC-TOT-COUNT   PIC ZZZ,ZZ9.
        01 WS-LIEN-AMOUNT-LINE.
            05 WS-LNC-AMT-LABEL   PIC X(36).
            05 WS-LNC-AMT-TOTAL   PIC Z,ZZZ,ZZ9.99.

        01 WS-LIEN-LIST-HEADING-2.
            05 FILLER            PIC X(24) VALUE
               "TAX ROLL LIEN STATUS".
        01 WS-LIEN-LIST-HEADING-3.
            05 FILLER            PIC X(8)  VALUE "ACCOUNT#".
            05 FILLER            PIC X(21) VALUE "OWNER-NAME".
            05 FILLER            PIC X(9)  VALUE "CERT DATE".
            05 FILLER            PIC X(10) VALUE " STATUS".
            05 FILLER            PIC X(10) VALUE "CERTIFIED".
            05 FILLER            PIC X(10) VALUE " REMITTED".
            05 FILLER            PIC X(9)  VALUE "  ON ROLL".
        01 WS-LIEN-LIST-LINE.
            05 WS-LNL-ACCOUNT     PIC 9(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-LNL-NAME        PIC A(20).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-LNL-CERT-DATE   PIC X(8).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-LNL-STATUS      PIC X(9).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-LNL-CERT        PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-LNL-REMIT       PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-LNL-OPEN        PIC ZZ,ZZ9.99.

        01 WS-WORK-HEADING-2.
            05 FILLER            PIC X(27) VALUE
               "DAILY SERVICE WORK ORDERS".
            05 FILLER            PIC X(6)  VALUE "DATE: ".
            05 WS-WKO-HDR-DATE    PIC X(8).
        01 WS-WORK-HEADING-4.
            05 FILLER            PIC X(8)  VALUE "REQ #".
            05 FILLER            PIC X(8)  VALUE "ACCOUNT".
            05 FILLER            PIC X(22) VALUE "OWNER-NAME".
            05 FILLER            PIC X(16) VALUE "REQUEST".
            05 FILLER            PIC X(10) VALUE "CALLED".
            05 FILLER            PIC X(4)  VALUE "DONE".

        01 WS-WORK-DETAIL-LINE.
            05 WS-WKO-REQUEST     PIC 9(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-WKO-ACCOUNT     PIC 9(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-WKO-NAME        PIC A(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-WKO-TYPE        PIC X(14).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-WKO-CALLED      PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 FILLER             PIC X(3)  VALUE "[ ]".
        01 WS-WORK-DETAIL-LINE-2.
            05 FILLER             PIC X(8)  VALUE SPACES.
            05 WS-WKO-ADDRESS     PIC X(35).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-WKO-DESC        PIC X(30).

        01 WS-WORK-SUBTOTAL-LINE.
            05 FILLER             PIC X(23) VALUE
               "OPEN REQUESTS ON ROUTE ".
            05 WS-WKO-SUB-ROUTE   PIC X(4).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-WKO-SUB-DAY     PIC X(3).
            05 FILLER             PIC X(3)  VALUE ": ".
            05 WS-WKO-SUB-COUNT   PIC ZZZ,ZZ9.
        01 WS-WORK-TOTAL-LINE.
            05 FILLER             PIC X(26) VALUE
               "TOTAL OPEN REQUESTS:      ".
            05 WS-WKO-TOT-COUNT   PIC ZZZ,ZZ9.

        01 WS-MISSED-HEADING-2.
            05 FILLER            PIC X(30) VALUE
               "MISSED PICKUPS BY ROUTE/CREW".
            05 FILLER            PIC X(7)  VALUE "MONTH: ".
            05 WS-MSP-HDR-MONTH   PIC X(6).
        01 WS-MISSED-HEADING-4.
            05 FILLER            PIC X(8)  VALUE "REQ #".
            05 FILLER            PIC X(8)  VALUE "ACCOUNT".
            05 FILLER            PIC X(22) VALUE "OWNER-NAME".
            05 FILLER            PIC X(10) VALUE "CALLED".
            05 FILLER            PIC X(15) VALUE "STATUS".
            05 FILLER            PIC X(9)  VALUE "   CREDIT".
        01 WS-MISSED-GROUP-LINE.
            05 FILLER             PIC X(7)  VALUE "ROUTE: ".
            05 WS-MSP-GRP-ROUTE   PIC X(4).
            05 FILLER             PIC X(9)  VALUE "   CREW: ".
            05 WS-MSP-GRP-CREW    PIC X(20).

        01 WS-MISSED-DETAIL-LINE.
            05 WS-MSP-REQUEST     PIC 9(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-MSP-ACCOUNT     PIC 9(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-MSP-NAME        PIC A(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-MSP-CALLED      PIC X(8).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-MSP-STATUS      PIC X(13).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-MSP-CREDIT      PIC ZZ,ZZ9.99.

        01 WS-MISSED-SUBTOTAL-LINE.
            05 WS-MSP-SUB-LABEL   PIC X(14).
            05 FILLER             PIC X(9)  VALUE "MISSED: ".
            05 WS-MSP-SUB-COUNT   PIC ZZ,ZZ9.
            05 FILLER             PIC X(14) VALUE "  CONFIRMED: ".
            05 WS-MSP-SUB-CONF    PIC ZZ,ZZ9.
            05 FILLER             PIC X(12) VALUE "  CREDITS: ".
            05 WS-MSP-SUB-CREDITS PIC Z,ZZZ,ZZ9.99.

        01 WS-ACH-HEADING-2.
            05 FILLER            PIC X(22) VALUE
               "ACH DRAFT REGISTER".
            05 FILLER            PIC X(11) VALUE "BILL DATE: ".
            05 WS-ACD-HDR-BILL    PIC X(8).
            05 FILLER            PIC X(11) VALUE "  SETTLES: ".
            05 WS-ACD-HDR-SETTLE  PIC X(8).
        01 WS-ACH-HEADING-3.
            05 FILLER            PIC X(8)  VALUE "ACCOUNT#".
            05 FILLER            PIC X(21) VALUE "OWNER-NAME".
            05 FILLER            PIC X(10) VALUE "ROUTING".
            05 FILLER            PIC X(9)  VALUE "TYPE".
            05 FILLER            PIC X(8)  VALUE "TRACE".
            05 FILLER            PIC X(10) VALUE "   AMOUNT".
            05 FILLER            PIC X(5)  VALUE "ENTRY".
        01 WS-ACH-DETAIL-LINE.
            05 WS-ACD-ACCOUNT     PIC 9(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-ACD-NAME        PIC A(20).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-ACD-ROUTING     PIC X(9).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-ACD-TYPE        PIC X(8).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-ACD-TRACE       PIC 9(7).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-ACD-AMOUNT      PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-ACD-ENTRY       PIC X(12).

        01 WS-ACH-TOTAL-LINE.
            05 WS-ACT-LABEL       PIC X(36).
            05 WS-ACT-COUNT       PIC ZZZ,ZZ9.
        01 WS-ACH-AMOUNT-LINE.
            05 WS-ACT-AMT-LABEL   PIC X(36).
            05 WS-ACT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
        01 WS-ACH-HASH-LINE.
            05 FILLER             PIC X(36) VALUE
               "ENTRY HASH:".
            05 WS-ACT-HASH        PIC 9(10).

        01 WS-ACR-HEADING-2.
            05 FILLER            PIC X(22) VALUE
               "ACH RETURN REGISTER".
            05 FILLER            PIC X(10) VALUE "RUN DATE: ".
            05 WS-ACR-HDR-DATE    PIC X(8).
        01 WS-ACR-HEADING-3.
            05 FILLER            PIC X(8)  VALUE "ACCOUNT#".
            05 FILLER            PIC X(21) VALUE "OWNER-NAME".
            05 FILLER            PIC X(9)  VALUE "SETTLED".
            05 FILLER            PIC X(5)  VALUE "CODE".
            05 FILLER            PIC X(10) VALUE "   AMOUNT".
            05 FILLER            PIC X(10) VALUE "      FEE".
            05 FILLER            PIC X(6)  VALUE "ACTION".
        01 WS-ACR-DETAIL-LINE.
            05 WS-ACR-ACCOUNT     PIC 9(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-ACR-NAME        PIC A(20).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-ACR-SETTLED     PIC X(8).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-ACR-CODE        PIC X(3).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-ACR-AMOUNT      PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-ACR-FEE         PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-ACR-ACTION      PIC X(17).

        01 WS-APL-HEADING-2.
            05 FILLER            PIC X(24) VALUE
               "AUTOPAY ENROLLMENTS".
        01 WS-APL-HEADING-3.
            05 FILLER            PIC X(8)  VALUE "ACCOUNT#".
            05 FILLER            PIC X(21) VALUE "OWNER-NAME".
            05 FILLER            PIC X(10) VALUE "ROUTING".
            05 FILLER            PIC X(9)  VALUE "TYPE".
            05 FILLER            PIC X(9)  VALUE "EFFECTIVE".
            05 FILLER            PIC X(9)  VALUE "PRENOTE".
            05 FILLER            PIC X(10) VALUE "STATUS".
            05 FILLER            PIC X(3)  VALUE "RET".
        01 WS-APL-DETAIL-LINE.
            05 WS-APL-ACCOUNT     PIC 9(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-APL-NAME        PIC A(20).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-APL-ROUTING     PIC X(9).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-APL-TYPE        PIC X(8).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-APL-EFFECTIVE   PIC X(8).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-APL-PRENOTE     PIC X(8).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-APL-STATUS      PIC X(9).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-APL-RETURNS     PIC Z9.

        01 WS-SUS-HEADING-2.
            05 FILLER            PIC X(32) VALUE
               "UNAPPLIED CASH AGING - OVER ".
            05 WS-SUS-HDR-DAYS    PIC ZZ9.
            05 FILLER            PIC X(16) VALUE " DAYS  AS OF ".
            05 WS-SUS-HDR-DATE    PIC X(8).
        01 WS-SUS-HEADING-3.
            05 FILLER            PIC X(7)  VALUE "ITEM".
            05 FILLER            PIC X(8)  VALUE "KEYED".
            05 FILLER            PIC X(9)  VALUE "RECEIVED".
            05 FILLER            PIC X(9)  VALUE "DEPOSIT".
            05 FILLER            PIC X(6)  VALUE " DAYS".
            05 FILLER            PIC X(10) VALUE "   AMOUNT".
            05 FILLER            PIC X(8)  VALUE "SOURCE".
            05 FILLER            PIC X(8)  VALUE "OPERATOR".
        01 WS-SUS-DETAIL-LINE.
            05 WS-SUD-ITEM        PIC 9(6).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-SUD-KEYED       PIC 9(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-SUD-RECEIPT     PIC X(8).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-SUD-DEPOSIT     PIC X(8).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-SUD-DAYS        PIC ZZZZ9.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-SUD-AMOUNT      PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-SUD-SOURCE      PIC X(7).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-SUD-OPERATOR    PIC X(8).
        01 WS-RCT-HEADING-2.
            05 FILLER            PIC X(32) VALUE
               "DISCOUNT RECERTIFICATION LIST".
            05 FILLER            PIC X(7)  VALUE "AS OF: ".
            05 WS-RCT-HDR-DATE    PIC X(8).
        01 WS-RCT-HEADING-3.
            05 FILLER            PIC X(7)  VALUE "ACCT#".
            05 FILLER            PIC X(21) VALUE "OWNER-NAME".
            05 FILLER            PIC X(9)  VALUE "PROGRAM".
            05 FILLER            PIC X(10) VALUE "TERMS".
            05 FILLER            PIC X(9)  VALUE "EXPIRES".
            05 FILLER            PIC X(6)  VALUE " DAYS".
            05 FILLER            PIC X(9)  VALUE "LETTER".
            05 FILLER            PIC X(7)  VALUE "STATUS".
        01 WS-RCT-DETAIL-LINE.
            05 WS-RCT-ACCOUNT     PIC 9(6).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-RCT-NAME        PIC A(20).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-RCT-PROGRAM     PIC X(8).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-RCT-TERMS       PIC X(9).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-RCT-EXPIRES     PIC X(8).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-RCT-DAYS        PIC -(4)9.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-RCT-LETTER      PIC X(8).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-RCT-STATUS      PIC X(7).
        01 WS-RCT-TOTAL-LINE.
            05 WS-RCT-TOT-LABEL   PIC X(36).
            05 WS-RCT-TOT-COUNT   PIC ZZZ,ZZ9.

        01 WS-RLT-LINE-1.
            05 FILLER            PIC X(40) VALUE
               "THREE RIVERS PLANNING FEE BILLING".
            05 WS-RLT-DATE        PIC X(8).
        01 WS-RLT-LINE-2.
            05 FILLER            PIC X(44) VALUE
               "YOUR FEE DISCOUNT IS DUE FOR ANNUAL RENEWAL.".
        01 WS-RLT-LINE-3.
            05 FILLER            PIC X(9)  VALUE "PROGRAM: ".
            05 WS-RLT-PROGRAM     PIC X(10).
            05 FILLER            PIC X(12) VALUE "  ACCOUNT: ".
            05 WS-RLT-ACCOUNT     PIC 9(6).
            05 FILLER            PIC X(12) VALUE "  EXPIRES: ".
            05 WS-RLT-EXPIRES     PIC X(8).
        01 WS-RLT-LINE-4.
            05 FILLER            PIC X(63) VALUE
               "TO KEEP THE DISCOUNT, BRING CURRENT PROOF OF ELIGIBILITY
      -        " TO THE".
        01 WS-RLT-LINE-5.
            05 FILLER            PIC X(63) VALUE
               "BILLING OFFICE BEFORE THE EXPIRATION DATE. IF IT IS NOT
      -        "RENEWED".
        01 WS-RLT-LINE-6.
            05 FILLER            PIC X(50) VALUE
               "THE DISCOUNT ENDS AND THE FULL FEE WILL BE BILLED.".

        01 WS-RFD-HEADING-2.
            05 WS-RFD-HDR-TITLE   PIC X(36).
            05 WS-RFD-HDR-MODE    PIC X(20).
            05 FILLER            PIC X(6)  VALUE "DATE: ".
            05 WS-RFD-HDR-DATE    PIC X(8).
        01 WS-RFD-HEADING-2A.
            05 FILLER            PIC X(16) VALUE "MINIMUM REFUND: ".
            05 WS-RFD-HDR-MINIMUM PIC ZZ,ZZ9.99.
            05 FILLER            PIC X(32) VALUE
               "  ACTIVE ACCOUNTS WITH CREDIT > ".
            05 WS-RFD-HDR-MONTHS  PIC Z9.
            05 FILLER            PIC X(12) VALUE " MONTHS' FEE".
        01 WS-RFD-HEADING-3.
            05 FILLER            PIC X(8)  VALUE "ACCOUNT#".
            05 FILLER            PIC X(22) VALUE "OWNER-NAME / PAYEE".
            05 FILLER            PIC X(11) VALUE "STATUS".
            05 FILLER            PIC X(21) VALUE "REASON".
            05 FILLER            PIC X(9)  VALUE "   CREDIT".
        01 WS-RFD-DETAIL-LINE.
            05 WS-RFD-DET-ACCOUNT PIC 9(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-RFD-DET-NAME    PIC A(20).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-RFD-DET-STATUS  PIC X(9).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-RFD-DET-REASON  PIC X(20).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-RFD-DET-CREDIT  PIC ZZ,ZZ9.99.
        01 WS-RFD-DETAIL-LINE-2.
            05 FILLER             PIC X(8)  VALUE SPACES.
            05 FILLER             PIC X(9)  VALUE "MAIL TO: ".
            05 WS-RFD-DET-ADDRESS PIC X(35).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-RFD-DET-FORWARD PIC X(12).
        01 WS-RFD-TOTAL-LINE.
            05 WS-RFD-TOT-LABEL   PIC X(36).
            05 WS-RFD-TOT-COUNT   PIC ZZZ,ZZ9.
            05 FILLER             PIC X(3)  VALUE SPACES.
            05 WS-RFD-TOT-AMOUNT  PIC Z,ZZZ,ZZ9.99.
        01 WS-RFD-APPROVAL-LINE.
            05 FILLER            PIC X(49) VALUE
               "APPROVED BY: ____________________  DATE: ________".
        01 WS-RFD-POSTED-LINE.
            05 FILLER            PIC X(35) VALUE
               "APPROVED AND POSTED BY OPERATOR: ".
            05 WS-RFD-POSTED-BY   PIC X(8).

        01 WS-DRW-HEADING-2.
            05 WS-DRW-HDR-TITLE   PIC X(24).
            05 FILLER            PIC X(10) VALUE "OPERATOR: ".
            05 WS-DRW-HDR-OPERATOR PIC X(8).
            05 FILLER            PIC X(8)  VALUE "  DATE: ".
            05 WS-DRW-HDR-DATE    PIC X(8).
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 WS-DRW-HDR-MODE    PIC X(12).
        01 WS-DRW-HEADING-3.
            05 FILLER            PIC X(6)  VALUE "SEQ".
            05 FILLER            PIC X(8)  VALUE "ACCOUNT".
            05 FILLER            PIC X(12) VALUE "TENDER".
            05 FILLER            PIC X(11) VALUE "CHECK #".
            05 FILLER            PIC X(9)  VALUE "   AMOUNT".
            05 FILLER            PIC X(6)  VALUE "  NOTE".
        01 WS-DRW-DETAIL-LINE.
            05 WS-DRW-DET-SEQ     PIC 9(4).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DRW-DET-ACCOUNT PIC 9(6).
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DRW-DET-TENDER  PIC X(11).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-DRW-DET-CHECK   PIC X(10).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-DRW-DET-AMOUNT  PIC ZZ,ZZ9.99.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DRW-DET-NOTE    PIC X(15).
            05 WS-DRW-DET-ITEM    PIC ZZZZZZ.
        01 WS-DRW-BAL-HEADING.
            05 FILLER            PIC X(17) VALUE "TENDER".
            05 FILLER            PIC X(13) VALUE "   EXPECTED".
            05 FILLER            PIC X(13) VALUE "    COUNTED".
            05 FILLER            PIC X(11) VALUE " OVER/SHORT".
        01 WS-DRW-BAL-LINE.
            05 WS-DRW-BAL-LABEL   PIC X(16).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-DRW-BAL-EXPECTED PIC ZZZ,ZZ9.99-.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DRW-BAL-COUNTED PIC ZZZ,ZZ9.99-.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DRW-BAL-OS      PIC ZZZ,ZZ9.99-.
        01 WS-DRW-SLIP-LINE.
            05 WS-DRW-SLP-LABEL   PIC X(36).
            05 WS-DRW-SLP-AMOUNT  PIC Z,ZZZ,ZZ9.99-.
        01 WS-DRW-SLIP-ITEM-LINE.
            05 FILLER             PIC X(2)  VALUE SPACES.
            05 WS-DRW-SLI-TYPE    PIC X(12).
            05 WS-DRW-SLI-CHECK   PIC X(10).
            05 FILLER             PIC X(7)  VALUE "  ACCT ".
            05 WS-DRW-SLI-ACCOUNT PIC 9(6).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-DRW-SLI-AMOUNT  PIC ZZ,ZZ9.99.

        01 WS-CSM-HEADING-3.
            05 FILLER            PIC X(8)  VALUE "OPERATOR".
            05 FILLER            PIC X(6)  VALUE " RCPTS".
            05 FILLER            PIC X(12) VALUE "        CASH".
            05 FILLER            PIC X(12) VALUE "      CHECKS".
            05 FILLER            PIC X(12) VALUE "   MONEY ORD".
            05 FILLER            PIC X(12) VALUE "       CARDS".
            05 FILLER            PIC X(12) VALUE "       TOTAL".
        01 WS-CSM-DETAIL-LINE.
            05 WS-CSM-LABEL       PIC X(8).
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-CSM-COUNT       PIC ZZZZZ.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-CSM-CASH        PIC ZZZ,ZZ9.99-.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-CSM-CHECK       PIC ZZZ,ZZ9.99-.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-CSM-MO          PIC ZZZ,ZZ9.99-.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-CSM-CARD        PIC ZZZ,ZZ9.99-.
            05 FILLER             PIC X(1)  VALUE SPACE.
            05 WS-CSM-TOTAL       PIC ZZZ,ZZ9.99-.
        01 WS-CSM-NOTE-LINE.
            05 FILLER             PIC X(15) VALUE SPACES.
            05 WS-CSM-NOTE        PIC X(40).
        01 WS-CSM-COUNT-LINE.
            05 WS-CSM-CNT-LABEL   PIC X(36).
            05 WS-CSM-CNT-VALUE   PIC ZZ,ZZ9.

        01 WS-SUS-TOTAL-LINE.
            05 FILLER             PIC X(16) VALUE "ITEMS LISTED: ".
            05 WS-SUT-COUNT       PIC ZZZ,ZZ9.
            05 FILLER             PIC X(10) VALUE "  TOTAL: ".
            05 WS-SUT-AMOUNT      PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "==================================".
           DISPLAY "THREE RIVERS PLANNING FEE BILLING".
       DISPLAY "YEAR-END ARCHIVE/PURGE [X]"
       DISPLAY "PRINT PAST-DUE NOTICES [Y]"
       DISPLAY "OPERATOR MAINTENANCE [Z]"
       DISPLAY "PAYMENT PLANS [1]"
       DISPLAY "OWNERSHIP TRANSFER [2]"
       DISPLAY "SERVICE ITEMS [3]"
       DISPLAY "LIEN CERTIFICATION [4]"
       DISPLAY "SERVICE REQUESTS [5]"
       DISPLAY "ACH AUTOPAY [6]"
       DISPLAY "UNAPPLIED CASH [7]"
       DISPLAY "FEE DISCOUNTS [8]"
       DISPLAY "CREDIT BALANCE REFUNDS [9]"
       DISPLAY "CASHIER DRAWER CLOSE-OUT [0]"
       DISPLAY "EXIT [E]"
       ACCEPT USER-FIRST-CHOICE
       PERFORM 0110-CHECK-MENU-PERMISSION
           PERFORM 3650-MAINTAIN-OPERATOR-MASTER
       END-IF.

       IF USER-FIRST-CHOICE = "1" THEN
           PERFORM 4000-MAINTAIN-PAYMENT-PLANS
       END-IF.

       IF USER-FIRST-CHOICE = "2" THEN
           PERFORM 4100-RUN-OWNERSHIP-TRANSFER
       END-IF.

       IF USER-FIRST-CHOICE = "3" THEN
           PERFORM 4200-MAINTAIN-SERVICE-ITEMS
       END-IF.

       IF USER-FIRST-CHOICE = "4" THEN
           PERFORM 4300-MAINTAIN-LIENS
       END-IF.

       IF USER-FIRST-CHOICE = "5" THEN
           PERFORM 4400-MAINTAIN-SERVICE-REQUESTS
       END-IF.

       IF USER-FIRST-CHOICE = "6" THEN
           PERFORM 4500-MAINTAIN-AUTOPAY
       END-IF.

       IF USER-FIRST-CHOICE = "7" THEN
           PERFORM 4600-MAINTAIN-SUSPENSE
       END-IF.

       IF USER-FIRST-CHOICE = "8" THEN
           PERFORM 4700-MAINTAIN-DISCOUNTS
       END-IF.

       IF USER-FIRST-CHOICE = "9" THEN
           PERFORM 4800-RUN-CREDIT-REFUNDS
       END-IF.

       IF USER-FIRST-CHOICE = "0" THEN
           PERFORM 4900-CASHIER-DRAWER
       END-IF.

       IF USER-FIRST-CHOICE = "E"
          DISPLAY "GOODBYE"
          STOP RUN
              WHEN SPACE
                 MOVE "I" TO WS-REQUIRED-LEVEL
              WHEN "J"
              WHEN "5"
              WHEN "0"
                 MOVE "C" TO WS-REQUIRED-LEVEL
              WHEN OTHER
                 MOVE "S" TO WS-REQUIRED-LEVEL
           PERFORM 0087-CHECK-PAYHIST-LAYOUT
           PERFORM 0080-CHECK-PAYHIST-STATUS.

       0010-CHECK-PAYPLAN-STATUS.
           IF WS-PAYPLAN-STATUS NOT = "00"
              DISPLAY "WARNING: PAYMENT-PLAN OPEN STATUS "
                 WS-PAYPLAN-STATUS
           END-IF.

       0011-OPEN-PAYPLAN-FOR-UPDATE.
           OPEN I-O PAYMENT-PLAN
           IF WS-PAYPLAN-STATUS = "35"
              OPEN OUTPUT PAYMENT-PLAN
              CLOSE PAYMENT-PLAN
              OPEN I-O PAYMENT-PLAN
              DISPLAY "PAYPLAN.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0010-CHECK-PAYPLAN-STATUS.

       0012-OPEN-PAYPLAN-FOR-INPUT.
           OPEN INPUT PAYMENT-PLAN
           IF WS-PAYPLAN-STATUS = "35"
              OPEN OUTPUT PAYMENT-PLAN
              CLOSE PAYMENT-PLAN
              OPEN INPUT PAYMENT-PLAN
              DISPLAY "PAYPLAN.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0010-CHECK-PAYPLAN-STATUS.

       0013-CHECK-TRANSFER-STATUS.
           IF WS-TRANSFER-STATUS NOT = "00"
              DISPLAY "WARNING: OWNER-TRANSFER OPEN STATUS "
                 WS-TRANSFER-STATUS
           END-IF.

       0014-OPEN-TRANSFER-FOR-UPDATE.
           OPEN I-O OWNER-TRANSFER
           IF WS-TRANSFER-STATUS = "35"
              OPEN OUTPUT OWNER-TRANSFER
              CLOSE OWNER-TRANSFER
              OPEN I-O OWNER-TRANSFER
              DISPLAY "TRANSFER.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0013-CHECK-TRANSFER-STATUS.

       0015-OPEN-TRANSFER-FOR-INPUT.
           OPEN INPUT OWNER-TRANSFER
           IF WS-TRANSFER-STATUS = "35"
              OPEN OUTPUT OWNER-TRANSFER
              CLOSE OWNER-TRANSFER
              OPEN INPUT OWNER-TRANSFER
              DISPLAY "TRANSFER.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0013-CHECK-TRANSFER-STATUS.

       0016-CHECK-SVCITEM-STATUS.
           IF WS-SVCITEM-STATUS NOT = "00"
              DISPLAY "WARNING: SERVICE-ITEM OPEN STATUS "
                 WS-SVCITEM-STATUS
           END-IF.

       0017-OPEN-SVCITEM-FOR-UPDATE.
           OPEN I-O SERVICE-ITEM
           IF WS-SVCITEM-STATUS = "35"
              OPEN OUTPUT SERVICE-ITEM
              CLOSE SERVICE-ITEM
              OPEN I-O SERVICE-ITEM
              DISPLAY "SVCITEM.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0016-CHECK-SVCITEM-STATUS.

       0018-OPEN-SVCITEM-FOR-INPUT.
           OPEN INPUT SERVICE-ITEM
           IF WS-SVCITEM-STATUS = "35"
              OPEN OUTPUT SERVICE-ITEM
              CLOSE SERVICE-ITEM
              OPEN INPUT SERVICE-ITEM
              DISPLAY "SVCITEM.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0016-CHECK-SVCITEM-STATUS.

       0019-CHECK-BILLDTL-STATUS.
           IF WS-BILLDTL-STATUS NOT = "00"
              DISPLAY "WARNING: BILL-DETAIL OPEN STATUS "
                 WS-BILLDTL-STATUS
           END-IF.

       0020-OPEN-BILLDTL-FOR-UPDATE.
           OPEN I-O BILL-DETAIL
           IF WS-BILLDTL-STATUS = "35"
              OPEN OUTPUT BILL-DETAIL
              CLOSE BILL-DETAIL
              OPEN I-O BILL-DETAIL
              DISPLAY "BILLDTL.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0019-CHECK-BILLDTL-STATUS.

       0021-OPEN-BILLDTL-FOR-INPUT.
           OPEN INPUT BILL-DETAIL
           IF WS-BILLDTL-STATUS = "35"
              OPEN OUTPUT BILL-DETAIL
              CLOSE BILL-DETAIL
              OPEN INPUT BILL-DETAIL
              DISPLAY "BILLDTL.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0019-CHECK-BILLDTL-STATUS.

       0022-CHECK-LIENS-STATUS.
           IF WS-LIEN-STATUS NOT = "00"
              DISPLAY "WARNING: LIEN-FILE OPEN STATUS "
                 WS-LIEN-STATUS
           END-IF.

       0023-OPEN-LIENS-FOR-UPDATE.
           OPEN I-O LIEN-FILE
           IF WS-LIEN-STATUS = "35"
              OPEN OUTPUT LIEN-FILE
              CLOSE LIEN-FILE
              OPEN I-O LIEN-FILE
              DISPLAY "LIENS.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0022-CHECK-LIENS-STATUS.

       0024-OPEN-LIENS-FOR-INPUT.
           OPEN INPUT LIEN-FILE
           IF WS-LIEN-STATUS = "35"
              OPEN OUTPUT LIEN-FILE
              CLOSE LIEN-FILE
              OPEN INPUT LIEN-FILE
              DISPLAY "LIENS.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0022-CHECK-LIENS-STATUS.

       0025-CHECK-SVCREQ-STATUS.
           IF WS-SVCREQ-STATUS NOT = "00"
              DISPLAY "WARNING: SERVICE-REQUEST OPEN STATUS "
                 WS-SVCREQ-STATUS
           END-IF.

       0026-OPEN-SVCREQ-FOR-UPDATE.
           OPEN I-O SERVICE-REQUEST
           IF WS-SVCREQ-STATUS = "35"
              OPEN OUTPUT SERVICE-REQUEST
              CLOSE SERVICE-REQUEST
              OPEN I-O SERVICE-REQUEST
              DISPLAY "SVCREQ.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0025-CHECK-SVCREQ-STATUS.

       0027-OPEN-SVCREQ-FOR-INPUT.
           OPEN INPUT SERVICE-REQUEST
           IF WS-SVCREQ-STATUS = "35"
              OPEN OUTPUT SERVICE-REQUEST
              CLOSE SERVICE-REQUEST
              OPEN INPUT SERVICE-REQUEST
              DISPLAY "SVCREQ.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0025-CHECK-SVCREQ-STATUS.

       0028-CHECK-AUTOPAY-STATUS.
           IF WS-AUTOPAY-STATUS NOT = "00"
              DISPLAY "WARNING: AUTOPAY-FILE OPEN STATUS "
                 WS-AUTOPAY-STATUS
           END-IF.

       0029-OPEN-AUTOPAY-FOR-UPDATE.
           OPEN I-O AUTOPAY-FILE
           IF WS-AUTOPAY-STATUS = "35"
              OPEN OUTPUT AUTOPAY-FILE
              CLOSE AUTOPAY-FILE
              OPEN I-O AUTOPAY-FILE
              DISPLAY "AUTOPAY.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0028-CHECK-AUTOPAY-STATUS.

       0030-OPEN-AUTOPAY-FOR-INPUT.
           OPEN INPUT AUTOPAY-FILE
           IF WS-AUTOPAY-STATUS = "35"
              OPEN OUTPUT AUTOPAY-FILE
              CLOSE AUTOPAY-FILE
              OPEN INPUT AUTOPAY-FILE
              DISPLAY "AUTOPAY.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0028-CHECK-AUTOPAY-STATUS.

       0031-CHECK-ACHHIST-STATUS.
           IF WS-ACHHIST-STATUS NOT = "00"
              DISPLAY "WARNING: ACH-HISTORY OPEN STATUS "
                 WS-ACHHIST-STATUS
           END-IF.

       0032-OPEN-ACHHIST-FOR-UPDATE.
           OPEN I-O ACH-HISTORY
           IF WS-ACHHIST-STATUS = "35"
              OPEN OUTPUT ACH-HISTORY
              CLOSE ACH-HISTORY
              OPEN I-O ACH-HISTORY
              DISPLAY "ACHHIST.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0031-CHECK-ACHHIST-STATUS.

       0033-CHECK-SUSPENSE-STATUS.
           IF WS-SUSPENSE-STATUS NOT = "00"
              DISPLAY "WARNING: SUSPENSE-FILE OPEN STATUS "
                 WS-SUSPENSE-STATUS
           END-IF.

       0034-OPEN-SUSPENSE-FOR-UPDATE.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
              OPEN OUTPUT SUSPENSE-FILE
              CLOSE SUSPENSE-FILE
              OPEN I-O SUSPENSE-FILE
              DISPLAY "SUSPENSE.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0033-CHECK-SUSPENSE-STATUS.

       0035-OPEN-SUSPENSE-FOR-INPUT.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
              OPEN OUTPUT SUSPENSE-FILE
              CLOSE SUSPENSE-FILE
              OPEN INPUT SUSPENSE-FILE
              DISPLAY "SUSPENSE.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0033-CHECK-SUSPENSE-STATUS.

       0036-CHECK-DISCOUNT-STATUS.
           IF WS-DISCOUNT-STATUS NOT = "00"
              DISPLAY "WARNING: DISCOUNT-FILE OPEN STATUS "
                 WS-DISCOUNT-STATUS
           END-IF.

       0037-OPEN-DISCOUNT-FOR-UPDATE.
           OPEN I-O DISCOUNT-FILE
           IF WS-DISCOUNT-STATUS = "35"
              OPEN OUTPUT DISCOUNT-FILE
              CLOSE DISCOUNT-FILE
              OPEN I-O DISCOUNT-FILE
              DISPLAY "DISCOUNT.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0036-CHECK-DISCOUNT-STATUS.

       0038-CHECK-DRAWRCPT-STATUS.
           IF WS-DRAWRCPT-STATUS NOT = "00"
              DISPLAY "WARNING: DRAWER-RECEIPT OPEN STATUS "
                 WS-DRAWRCPT-STATUS
           END-IF.

       0039-OPEN-DRAWRCPT-FOR-UPDATE.
           OPEN I-O DRAWER-RECEIPT
           IF WS-DRAWRCPT-STATUS = "35"
              OPEN OUTPUT DRAWER-RECEIPT
              CLOSE DRAWER-RECEIPT
              OPEN I-O DRAWER-RECEIPT
              DISPLAY "DRAWRCPT.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0038-CHECK-DRAWRCPT-STATUS.

       0040-OPEN-DRAWRCPT-FOR-INPUT.
           OPEN INPUT DRAWER-RECEIPT
           IF WS-DRAWRCPT-STATUS = "35"
              OPEN OUTPUT DRAWER-RECEIPT
              CLOSE DRAWER-RECEIPT
              OPEN INPUT DRAWER-RECEIPT
              DISPLAY "DRAWRCPT.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0038-CHECK-DRAWRCPT-STATUS.

       0041-CHECK-DRAWCLS-STATUS.
           IF WS-DRAWCLS-STATUS NOT = "00"
              DISPLAY "WARNING: DRAWER-CLOSE OPEN STATUS "
                 WS-DRAWCLS-STATUS
           END-IF.

       0042-OPEN-DRAWCLS-FOR-UPDATE.
           OPEN I-O DRAWER-CLOSE
           IF WS-DRAWCLS-STATUS = "35"
              OPEN OUTPUT DRAWER-CLOSE
              CLOSE DRAWER-CLOSE
              OPEN I-O DRAWER-CLOSE
              DISPLAY "DRAWCLS.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0041-CHECK-DRAWCLS-STATUS.

       0043-OPEN-DRAWCLS-FOR-INPUT.
           OPEN INPUT DRAWER-CLOSE
           IF WS-DRAWCLS-STATUS = "35"
              OPEN OUTPUT DRAWER-CLOSE
              CLOSE DRAWER-CLOSE
              OPEN INPUT DRAWER-CLOSE
              DISPLAY "DRAWCLS.DAT DID NOT EXIST - CREATED NEW FILE"
           END-IF
           PERFORM 0041-CHECK-DRAWCLS-STATUS.

       1200-PRINT-ROSTER-REPORT.
           MOVE "ROSTER.PRT" TO WS-PRINT-FILENAME
           SORT SORT-WORK ON ASCENDING KEY SRT-OWNER-NAME
               USING MYNAMES
               GIVING SORTED-NAMES
           MOVE ZERO TO WS-OWNER-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT SORTED-NAMES
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ SORTED-NAMES
              AT END
                 MOVE "Y" TO EOF-SWITCH
              NOT AT END
                 IF WS-LINE-COUNT >= WS-PAGE-SIZE OR WS-PAGE-NUMBER = 0
                    PERFORM 1210-PRINT-PAGE-HEADER
                 END-IF
                 PERFORM 1220-PRINT-ROSTER-LINE
                 ADD 1 TO WS-OWNER-COUNT
              END-READ
           END-PERFORM
           IF WS-PAGE-NUMBER = 0
              PERFORM 1210-PRINT-PAGE-HEADER
           END-IF
           PERFORM 1230-PRINT-ROSTER-TOTAL
           CLOSE SORTED-NAMES
           CLOSE PRINT-FILE
           DISPLAY "ROSTER REPORT WRITTEN TO ROSTER.PRT".

       1210-PRINT-PAGE-HEADER.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           MOVE ZERO TO WS-ROUTE-COUNT
           MOVE ZERO TO WS-ROUTE-CARTS
           MOVE ZERO TO WS-TOTAL-CARTS
           MOVE SPACES TO WS-PREV-ROUTE-CODE
           MOVE "Y" TO WS-FIRST-ROUTE-SWITCH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT SORTED-NAMES
           PERFORM 0098-OPEN-ROUTEMST-FOR-INPUT
           PERFORM 0018-OPEN-SVCITEM-FOR-INPUT
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ SORTED-NAMES
           PERFORM 1840-PRINT-ROUTE-GRAND-TOTAL
           CLOSE SORTED-NAMES
           CLOSE ROUTE-MASTER
           CLOSE SERVICE-ITEM
           CLOSE PRINT-FILE
           DISPLAY "CREW ROUTE SHEET WRITTEN TO ROUTES.PRT".

                 PERFORM 1830-PRINT-ROUTE-SUBTOTAL
              END-IF
              MOVE ZERO TO WS-ROUTE-COUNT
              MOVE ZERO TO WS-ROUTE-CARTS
              PERFORM 1810-PRINT-ROUTE-HEADER
              MOVE SRTD-OWNER-ROUTE-CODE TO WS-PREV-ROUTE-CODE
              MOVE "N" TO WS-FIRST-ROUTE-SWITCH
                 PERFORM 1810-PRINT-ROUTE-HEADER
              END-IF
           END-IF
           MOVE SRTD-ACCOUNT-NUMBER TO WS-SVC-ACCOUNT
           PERFORM 4285-COUNT-ACCOUNT-CARTS
           PERFORM 1820-PRINT-ROUTE-LINE
           ADD 1 TO WS-OWNER-COUNT
           ADD 1 TO WS-ROUTE-COUNT
           ADD WS-SVC-CART-COUNT TO WS-ROUTE-CARTS
           ADD WS-SVC-CART-COUNT TO WS-TOTAL-CARTS.

       1810-PRINT-ROUTE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SRTD-ACCOUNT-NUMBER TO WS-RTE-ACCOUNT
           MOVE SRTD-OWNER-NAME TO WS-RTE-NAME
           MOVE SRTD-OWNER-ADDRESS TO WS-RTE-ADDRESS
           MOVE WS-SVC-CART-COUNT TO WS-RTE-CARTS
           MOVE WS-ROUTE-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.
           WRITE PRINT-LINE
           MOVE WS-PREV-ROUTE-CODE TO WS-RTE-SUB-ROUTE
           MOVE WS-ROUTE-COUNT TO WS-RTE-SUBTOTAL
           MOVE WS-ROUTE-CARTS TO WS-RTE-SUB-CARTS
           MOVE WS-ROUTE-SUBTOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

           WRITE PRINT-LINE
           MOVE WS-OWNER-COUNT TO WS-RTE-GRAND-TOTAL
           MOVE WS-ROUTE-GRAND-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOTAL-CARTS TO WS-RTE-GRAND-CARTS
           MOVE WS-ROUTE-GRAND-CARTS-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       1250-ASSIGN-NEXT-ACCOUNT-NUMBER.
                       MOVE OWNER-NAME TO AUDIT-AFTER-NAME
                       MOVE OWNER-ADDRESS TO AUDIT-AFTER-ADDR
                       PERFORM 9500-WRITE-AUDIT-RECORD
                       PERFORM 4245-SYNC-BASE-ITEM
                    END-IF
                 END-IF
                 END-IF
                    MOVE OWNER-NAME TO AUDIT-AFTER-NAME
                    MOVE OWNER-ADDRESS TO AUDIT-AFTER-ADDR
                    PERFORM 9500-WRITE-AUDIT-RECORD
      * A NEW ACCOUNT STARTS WITH ITS BASE SERVICE AS ITEM 01,
      * IN SERVICE FROM TODAY.
                    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                    MOVE ACCOUNT-NUMBER TO WS-SVC-ACCOUNT
                    MOVE WS-TODAY-DATE TO WS-SVC-START-DATE
                    MOVE SPACES TO WS-SVC-STOP-DATE
                    PERFORM 0017-OPEN-SVCITEM-FOR-UPDATE
                    PERFORM 4240-SEED-BASE-ITEM
                    CLOSE SERVICE-ITEM
                 END-IF
              END-IF
              END-IF
                    MOVE SPACES TO AUDIT-AFTER-ADDR
                    PERFORM 9500-WRITE-AUDIT-RECORD
                    PERFORM 1510-DELETE-PAYMENT-HISTORY
                    PERFORM 1515-DELETE-SERVICE-ITEMS
                 END-IF
           END-READ.

           END-DELETE
           CLOSE PAYHIST.

       1515-DELETE-SERVICE-ITEMS.
           PERFORM 0017-OPEN-SVCITEM-FOR-UPDATE
           MOVE MOD-ACCOUNT-NUMBER TO WS-SVC-ACCOUNT
           PERFORM 4290-START-ACCOUNT-ITEMS
           PERFORM UNTIL WS-SVC-EOF-SWITCH = "Y"
              PERFORM 4292-READ-NEXT-ACCOUNT-ITEM
              IF WS-SVC-EOF-SWITCH NOT = "Y"
                 DELETE SERVICE-ITEM
                    INVALID KEY
                       DISPLAY "SERVICE ITEM DELETE FAILED - ITEM "
                          SI-ITEM-SEQ
                 END-DELETE
              END-IF
           END-PERFORM
           CLOSE SERVICE-ITEM.

       1600-BILL-STATEMENTS.
           DISPLAY "PRINTING FEE STATEMENTS"
           MOVE "STATEMENT.PRT" TO WS-PRINT-FILENAME
                 END-IF
              END-IF
           END-IF
      * THE DRAFT FILE FOLLOWS EVERY COMPLETED STATEMENT RUN SO THE
      * DRAFTS MATCH THE BALANCES JUST BILLED.
           IF WS-RUN-BILLING-SWITCH = "Y"
              PERFORM 1605-RUN-BILLING-PASS
              PERFORM 4510-RUN-DRAFT-STEP
           END-IF.

       1605-RUN-BILLING-PASS.
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0090-OPEN-PAYHIST-FOR-BILLING
           PERFORM 0092-OPEN-LEDGER-FOR-POSTING
           PERFORM 0018-OPEN-SVCITEM-FOR-INPUT
           PERFORM 0020-OPEN-BILLDTL-FOR-UPDATE
           PERFORM 0099-OPEN-RATEMST-FOR-INPUT
           PERFORM 0030-OPEN-AUTOPAY-FOR-INPUT
           PERFORM 0037-OPEN-DISCOUNT-FOR-UPDATE
           MOVE "N" TO EOF-SWITCH
           IF WS-RESUME-SWITCH = "Y"
              OPEN EXTEND PRINT-FILE
              MOVE "I" TO WS-CKPT-FLAG
              PERFORM 1645-SAVE-BILLING-CHECKPOINT
           END-IF
           PERFORM 4502-SET-DRAFT-DATES
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ MYNAMES NEXT RECORD
              AT END
           CLOSE MAIL-EXPORT
           CLOSE PAYHIST
           CLOSE LEDGER
           CLOSE SERVICE-ITEM
           CLOSE BILL-DETAIL
           CLOSE RATE-MASTER
           CLOSE AUTOPAY-FILE
           CLOSE DISCOUNT-FILE
           DISPLAY "STATEMENTS WRITTEN TO STATEMENT.PRT"
           DISPLAY "MAILING EXPORT WRITTEN TO MAILEXP.DAT".

           MOVE OWNER-ADDRESS TO WS-ST-ADDRESS
           MOVE WS-STATEMENT-ADDR-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 4275-PRINT-STATEMENT-ITEMS
           MOVE WS-BILL-FEE TO WS-ST-FEE
           MOVE WS-STATEMENT-FEE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-DISC-AMOUNT > ZERO
              MOVE SPACES TO WS-ST-DISC-LABEL
              STRING "LESS " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-DISC-PROGRAM-DESC) DELIMITED BY SIZE
                 " DISCOUNT:" DELIMITED BY SIZE
                 INTO WS-ST-DISC-LABEL
              END-STRING
              MOVE WS-DISC-AMOUNT TO WS-ST-DISC
              MOVE WS-STATEMENT-DISC-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF
           IF WS-TOTAL-DUE > ZERO
              IF WS-ACH-DRAFT-SWITCH = "Y"
                 MOVE WS-TOTAL-DUE TO WS-ST-DRAFT-AMOUNT
                 MOVE WS-ACH-SETTLE-DATE TO WS-ST-DRAFT-DATE
                 MOVE WS-STATEMENT-DRAFT-LINE TO PRINT-LINE
                 WRITE PRINT-LINE
                 MOVE WS-STATEMENT-DRAFT-LINE-2 TO PRINT-LINE
                 WRITE PRINT-LINE
              ELSE
                 MOVE WS-TOTAL-DUE TO WS-ST-REMIT-AMOUNT
                 MOVE WS-STATEMENT-REMIT-LINE TO PRINT-LINE
                 WRITE PRINT-LINE
              END-IF
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

                 " ALREADY BILLED FOR " WS-BILL-DATE
                 " - SKIPPING TO AVOID DOUBLE BILLING"
           ELSE
      * AN ACCOUNT WITH SERVICE ITEMS IS BILLED THE SUM OF THE ITEMS
      * IN SERVICE DURING THE BILL MONTH, EACH PRORATED FOR A MID-MONTH
      * START OR STOP.
              PERFORM 1655-SET-DAYS-IN-MONTH
              MOVE WS-BILL-DATE TO WS-SVC-PERIOD-TO
              MOVE WS-MONTH-DAYS TO WS-SVC-PERIOD-TO-DAY
              PERFORM 4250-PRICE-ACCOUNT-ITEMS
              IF WS-SVC-FOUND-SWITCH = "Y"
                 MOVE WS-SVC-TOTAL-FEE TO WS-BILL-FEE
              ELSE
      * AN ACCOUNT WITH NO PAYMENT HISTORY IS GETTING ITS FIRST BILL,
      * SO A MID-MONTH START ONLY PAYS FOR THE DAYS IT IS SERVED.
                 IF WS-PH-FOUND-SWITCH = "Y"
                    MOVE OWNER-FEE-AMOUNT TO WS-BILL-FEE
                 ELSE
                    PERFORM 1650-COMPUTE-PRORATED-FEE
                 END-IF
              END-IF
              PERFORM 4705-COMPUTE-DISCOUNT
              ADD WS-BILL-FEE TO WS-PRIOR-BALANCE
                 GIVING WS-TOTAL-DUE
              SUBTRACT WS-DISC-AMOUNT FROM WS-TOTAL-DUE
              PERFORM 4505-CHECK-DRAFT-ACCOUNT
              PERFORM 1610-PRINT-ONE-STATEMENT
              PERFORM 1620-UPDATE-PAYMENT-HISTORY
              PERFORM 1630-WRITE-EXPORT-RECORD
           MOVE WS-BILL-FEE TO PH-LAST-BILL-AMOUNT
           IF WS-PH-FOUND-SWITCH = "Y"
              ADD WS-BILL-FEE TO PH-BALANCE-DUE
              SUBTRACT WS-DISC-AMOUNT FROM PH-BALANCE-DUE
              REWRITE PAYMENT-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY "PAYMENT HISTORY REWRITE FAILED"
           ELSE
              MOVE ZERO TO PH-AMOUNT-PAID
              MOVE WS-BILL-FEE TO PH-BALANCE-DUE
              SUBTRACT WS-DISC-AMOUNT FROM PH-BALANCE-DUE
              MOVE SPACES TO PH-LAST-PENALTY-DATE
              WRITE PAYMENT-HISTORY-RECORD
                 INVALID KEY
           MOVE WS-BILL-DATE TO LG-TRANS-DATE
           MOVE "B" TO LG-TRANS-TYPE
           MOVE WS-BILL-FEE TO LG-TRANS-AMOUNT
           PERFORM 9600-WRITE-LEDGER-RECORD
           PERFORM 4270-POST-BILL-DETAIL
           IF WS-DISC-AMOUNT > ZERO
              MOVE ACCOUNT-NUMBER TO LG-ACCOUNT-NUMBER
              MOVE WS-BILL-DATE TO LG-TRANS-DATE
              MOVE "D" TO LG-TRANS-TYPE
              MOVE WS-DISC-AMOUNT TO LG-TRANS-AMOUNT
              PERFORM 9600-WRITE-LEDGER-RECORD
           END-IF.

      * ONE DELIMITED RECORD PER BILL FOR THE PRINT-AND-MAIL VENDOR.
       1630-WRITE-EXPORT-RECORD.
              ACCEPT WS-CASH-BATCH-SWITCH
           END-IF
           MOVE "CASHJRNL.PRT" TO WS-PRINT-FILENAME
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-SUS-DEPOSIT-DATE
           MOVE "K" TO WS-SUS-SOURCE
           MOVE ZERO TO WS-CASH-TOTAL
           MOVE ZERO TO WS-CASH-SUSPENSE-TOTAL
           MOVE ZERO TO WS-PAY-COUNT
           MOVE ZERO TO WS-REJECT-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           PERFORM 0090-OPEN-PAYHIST-FOR-BILLING
           PERFORM 0092-OPEN-LEDGER-FOR-POSTING
           PERFORM 0091-OPEN-NOTICE-FOR-UPDATE
           PERFORM 0034-OPEN-SUSPENSE-FOR-UPDATE
           PERFORM 4605-FIND-LAST-SUSPENSE
           PERFORM 2040-PRINT-CASH-HEADER
           IF WS-CASH-BATCH-SWITCH = "Y"
              PERFORM 2010-POST-LOCKBOX-FILE
              PERFORM 2020-POST-FROM-KEYBOARD
           END-IF
           PERFORM 2070-PRINT-CASH-TOTALS
           CLOSE SUSPENSE-FILE
           CLOSE PAYHIST
           CLOSE LEDGER
           CLOSE NOTICE-FILE
           END-IF.

       2016-POST-LOCKBOX-DETAIL.
           MOVE WS-LBX-DEPOSIT-DATE TO WS-SUS-DEPOSIT-DATE
           MOVE "L" TO WS-SUS-SOURCE
           OPEN INPUT CASH-TRANS
           MOVE "N" TO WS-LBX-EOF-SWITCH
           PERFORM UNTIL WS-LBX-EOF-SWITCH = "Y"
           WRITE LOCKBOX-CTL-RECORD
           CLOSE LOCKBOX-CTL.

      * COUNTER RECEIPTS GO INTO THE CASHIER'S DRAWER FOR THE DAY.
      * ONCE THE DRAWER HAS BEEN CLOSED OUT NOTHING MORE CAN BE TAKEN
      * ON IT UNTIL THE NEXT DAY.
       2020-POST-FROM-KEYBOARD.
           MOVE WS-OPERATOR-ID TO WS-DRW-OPERATOR
           MOVE WS-TODAY-DATE TO WS-DRW-DATE
           PERFORM 4902-CHECK-DRAWER-CLOSED
           IF WS-DRW-CLOSED-SWITCH = "Y"
              DISPLAY "DRAWER FOR " WS-DRW-OPERATOR " WAS CLOSED OUT"
                 " FOR " WS-DRW-DATE " - NO MORE RECEIPTS TODAY"
           ELSE
              PERFORM 0039-OPEN-DRAWRCPT-FOR-UPDATE
              PERFORM 4904-FIND-LAST-RECEIPT
              PERFORM 2022-ENTER-KEYBOARD-RECEIPTS
              CLOSE DRAWER-RECEIPT
           END-IF.

       2022-ENTER-KEYBOARD-RECEIPTS.
           DISPLAY "ACCOUNT NUMBER (000000 TO END) >>> "
           ACCEPT WS-PAY-ACCOUNT
           PERFORM UNTIL WS-PAY-ACCOUNT = ZERO
              ACCEPT WS-PAY-DATE
              DISPLAY "PAYMENT AMOUNT >>> "
              ACCEPT WS-PAY-AMOUNT
              PERFORM 2025-ACCEPT-TENDER
              IF WS-DRW-TENDER-OK-SWITCH = "Y"
                 MOVE WS-SUS-LAST-NUMBER TO WS-DRW-SUS-BEFORE
                 PERFORM 2030-POST-ONE-PAYMENT
                 PERFORM 4906-WRITE-DRAWER-RECEIPT
              END-IF
              DISPLAY "ACCOUNT NUMBER (000000 TO END) >>> "
              ACCEPT WS-PAY-ACCOUNT
           END-PERFORM.

       2025-ACCEPT-TENDER.
           DISPLAY "TENDER - CASH [C], CHECK [K], MONEY ORDER [M],"
              " CARD [D] >>> "
           ACCEPT WS-DRW-TENDER
           MOVE SPACES TO WS-DRW-CHECK-NUMBER
           MOVE "Y" TO WS-DRW-TENDER-OK-SWITCH
           EVALUATE WS-DRW-TENDER
              WHEN "C"
              WHEN "M"
              WHEN "D"
                 CONTINUE
              WHEN "K"
                 DISPLAY "CHECK NUMBER >>> "
                 ACCEPT WS-DRW-CHECK-NUMBER
                 IF WS-DRW-CHECK-NUMBER = SPACES
                    DISPLAY "NO CHECK NUMBER - RECEIPT NOT POSTED"
                    MOVE "N" TO WS-DRW-TENDER-OK-SWITCH
                 END-IF
              WHEN OTHER
                 DISPLAY "UNKNOWN TENDER TYPE - RECEIPT NOT POSTED"
                 MOVE "N" TO WS-DRW-TENDER-OK-SWITCH
           END-EVALUATE.

       2030-POST-ONE-PAYMENT.
           MOVE WS-PAY-ACCOUNT TO ACCOUNT-NUMBER
           READ MYNAMES
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

      * THE RECEIPT IS NOT POSTED TO ANY ACCOUNT BUT THE MONEY IS IN
      * THE BANK, SO IT GOES TO UNAPPLIED CASH FOR RESEARCH.
       2060-PRINT-CASH-REJECT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 2040-PRINT-CASH-HEADER
           END-IF
           PERFORM 4610-WRITE-SUSPENSE-ITEM
           MOVE WS-PAY-ACCOUNT TO WS-CSH-REJ-ACCOUNT
           MOVE WS-PAY-DATE TO WS-CSH-REJ-DATE
           MOVE WS-PAY-AMOUNT TO WS-CSH-REJ-AMOUNT
           MOVE SU-ITEM-NUMBER TO WS-CSH-REJ-ITEM
           MOVE WS-CASH-REJECT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-REJECT-COUNT
           ADD WS-PAY-AMOUNT TO WS-CASH-SUSPENSE-TOTAL.

       2070-PRINT-CASH-TOTALS.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-PAY-COUNT TO WS-CSH-COUNT
           MOVE WS-REJECT-COUNT TO WS-CSH-REJECTS
           MOVE WS-CASH-COUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CASH-SUSPENSE-TOTAL TO WS-CSH-SUSPENSE
           MOVE WS-CASH-SUSPENSE-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       2100-PRINT-ACCOUNT-HISTORY.
           CLOSE MYNAMES
           PERFORM 0097-OPEN-LEDGER-FOR-REPORT
           PERFORM 2110-PRINT-HISTORY-HEADER
           PERFORM 2150-PRINT-TRANSFER-XREF
           IF WS-HIST-ARCH-SWITCH = "Y"
              PERFORM 2140-PRINT-ARCHIVE-HISTORY
           END-IF
              WHEN "G"
                 MOVE "CREDIT FWD" TO WS-HST-DESC
                 SUBTRACT LG-TRANS-AMOUNT FROM WS-RUN-BALANCE
              WHEN "T"
                 MOVE "TO TAX ROLL" TO WS-HST-DESC
                 SUBTRACT LG-TRANS-AMOUNT FROM WS-RUN-BALANCE
              WHEN "U"
                 MOVE "LIEN REVERSED" TO WS-HST-DESC
                 ADD LG-TRANS-AMOUNT TO WS-RUN-BALANCE
              WHEN "M"
                 MOVE "MISSED PICKUP" TO WS-HST-DESC
                 SUBTRACT LG-TRANS-AMOUNT FROM WS-RUN-BALANCE
              WHEN "A"
                 MOVE "ACH RETURN FEE" TO WS-HST-DESC
                 ADD LG-TRANS-AMOUNT TO WS-RUN-BALANCE
              WHEN "D"
                 MOVE "FEE DISCOUNT" TO WS-HST-DESC
                 SUBTRACT LG-TRANS-AMOUNT FROM WS-RUN-BALANCE
              WHEN "E"
                 MOVE "FINAL CREDIT" TO WS-HST-DESC
                 SUBTRACT LG-TRANS-AMOUNT FROM WS-RUN-BALANCE
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-HST-DESC
                 ADD LG-TRANS-AMOUNT TO WS-RUN-BALANCE
           WRITE PRINT-LINE
           CLOSE PAYHIST.

      * AN ACCOUNT OPENED OR FINALED BY AN OWNERSHIP TRANSFER SHOWS
      * THE OTHER SIDE OF THE SALE AHEAD OF ITS LEDGER DETAIL.
       2150-PRINT-TRANSFER-XREF.
           PERFORM 0015-OPEN-TRANSFER-FOR-INPUT
           MOVE WS-HIST-ACCOUNT TO TR-ACCOUNT-NUMBER
           MOVE "B" TO TR-ROLE
           READ OWNER-TRANSFER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "BOUGHT - TRANSFERRED FROM ACCOUNT "
                    TO WS-HST-XREF-DESC
                 PERFORM 2155-PRINT-XREF-LINE
           END-READ
           MOVE WS-HIST-ACCOUNT TO TR-ACCOUNT-NUMBER
           MOVE "S" TO TR-ROLE
           READ OWNER-TRANSFER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "SOLD - TRANSFERRED TO ACCOUNT "
                    TO WS-HST-XREF-DESC
                 PERFORM 2155-PRINT-XREF-LINE
           END-READ
           CLOSE OWNER-TRANSFER.

       2155-PRINT-XREF-LINE.
           MOVE TR-OTHER-ACCOUNT TO WS-HST-XREF-ACCT
           MOVE TR-CLOSING-DATE TO WS-HST-XREF-DATE
           MOVE WS-HISTORY-XREF-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       2200-ASSESS-LATE-PENALTIES.
           IF WS-BATCH-RUN-SWITCH NOT = "Y"
              DISPLAY "ASSESS BALANCES BILLED ON OR BEFORE (YYYYMMDD)"
           MOVE ZERO TO WS-PENALTY-COUNT
           MOVE ZERO TO WS-PENALTY-BASE-TOTAL
           MOVE ZERO TO WS-PENALTY-TOTAL
           MOVE ZERO TO WS-PENALTY-PLAN-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           OPEN OUTPUT PRINT-FILE
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0090-OPEN-PAYHIST-FOR-BILLING
           PERFORM 0092-OPEN-LEDGER-FOR-POSTING
           PERFORM 0012-OPEN-PAYPLAN-FOR-INPUT
           PERFORM 2220-PRINT-PENALTY-HEADER
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
           PERFORM 2240-PRINT-PENALTY-TOTALS
           CLOSE PAYHIST
           CLOSE LEDGER
           CLOSE PAYMENT-PLAN
           CLOSE MYNAMES
           CLOSE PRINT-FILE
           DISPLAY "PENALTY REGISTER WRITTEN TO PENALTY.PRT".

      * SUSPENDED AND FINALED ACCOUNTS KEEP THEIR BALANCE ON THE
      * BOOKS BUT ARE NOT CHARGED NEW PENALTIES. AN ORPHAN PAYHIST
      * RECORD WITH NO OWNER IS STILL ASSESSED AS BEFORE. AN ACCOUNT
      * THAT IS CURRENT ON A PAYMENT PLAN IS NOT PENALIZED BUT IS
      * LISTED ON THE REGISTER AS ON PLAN.
       2210-ASSESS-ONE-ACCOUNT.
           MOVE "Y" TO WS-OWNER-ACTIVE-SWITCH
           MOVE PH-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           IF WS-OWNER-ACTIVE-SWITCH = "Y"
              AND PH-BALANCE-DUE > ZERO
              AND PH-LAST-BILL-DATE <= WS-GRACE-DATE
              PERFORM 4090-CHECK-ON-PLAN
              IF WS-ON-PLAN-SWITCH = "Y"
                 ADD 1 TO WS-PENALTY-PLAN-COUNT
                 PERFORM 2235-PRINT-PENALTY-PLAN-LINE
              ELSE
                 IF PH-LAST-PENALTY-DATE = WS-PENALTY-DATE
                    DISPLAY "ACCOUNT " PH-ACCOUNT-NUMBER
                       " ALREADY ASSESSED FOR " WS-PENALTY-DATE
                       " - SKIPPING TO AVOID DOUBLE ASSESSMENT"
                 ELSE
                    MOVE PH-BALANCE-DUE TO WS-PENALTY-BASE
                    MULTIPLY PH-BALANCE-DUE BY WS-PENALTY-RATE
                       GIVING WS-PENALTY-AMOUNT ROUNDED
                    ADD WS-PENALTY-AMOUNT TO PH-BALANCE-DUE
                    MOVE WS-PENALTY-DATE TO PH-LAST-PENALTY-DATE
                    REWRITE PAYMENT-HISTORY-RECORD
                       INVALID KEY
                          DISPLAY "PAYMENT HISTORY REWRITE FAILED"
                    END-REWRITE
                    MOVE PH-ACCOUNT-NUMBER TO LG-ACCOUNT-NUMBER
                    MOVE WS-PENALTY-DATE TO LG-TRANS-DATE
                    MOVE "L" TO LG-TRANS-TYPE
                    MOVE WS-PENALTY-AMOUNT TO LG-TRANS-AMOUNT
                    PERFORM 9600-WRITE-LEDGER-RECORD
                    ADD WS-PENALTY-BASE TO WS-PENALTY-BASE-TOTAL
                    ADD WS-PENALTY-AMOUNT TO WS-PENALTY-TOTAL
                    ADD 1 TO WS-PENALTY-COUNT
                    PERFORM 2230-PRINT-PENALTY-LINE
                 END-IF
              END-IF
           END-IF.

           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       2235-PRINT-PENALTY-PLAN-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 2220-PRINT-PENALTY-HEADER
           END-IF
           MOVE PH-ACCOUNT-NUMBER TO WS-PEN-PLAN-ACCOUNT
           MOVE PH-OWNER-NAME TO WS-PEN-PLAN-NAME
           MOVE PH-BALANCE-DUE TO WS-PEN-PLAN-BALANCE
           MOVE WS-PENALTY-PLAN-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       2240-PRINT-PENALTY-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PENALTY-TOTAL TO WS-PEN-GRAND-TOTAL
           MOVE WS-PENALTY-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PENALTY-PLAN-COUNT TO WS-PEN-PLAN-COUNT
           MOVE WS-PENALTY-PLAN-COUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       2300-FIND-OWNER-BY-NAME.
              NOT INVALID KEY
                 DISPLAY "BALANCE DUE: " PH-BALANCE-DUE
           END-READ
           CLOSE PAYHIST
           MOVE MOD-ACCOUNT-NUMBER TO WS-LIEN-ACCOUNT
           PERFORM 0024-OPEN-LIENS-FOR-INPUT
           PERFORM 4390-FIND-OPEN-LIEN
           IF WS-LIEN-FOUND-SWITCH = "Y"
              SUBTRACT LN-REMIT-AMOUNT FROM LN-CERT-AMOUNT
                 GIVING WS-LIEN-STILL-DUE
              MOVE WS-LIEN-STILL-DUE TO WS-LIEN-AMOUNT-DISP
              DISPLAY "*** LIEN: CERTIFIED TO TAX ROLL " LN-CERT-DATE
                 " - " WS-LIEN-AMOUNT-DISP " ON ROLL ***"
           END-IF
           CLOSE LIEN-FILE.

       2400-RUN-INTEGRITY-CHECK.
           MOVE "INTEGRTY.PRT" TO WS-PRINT-FILENAME
           MOVE ZERO TO WS-CHECK-EXCEPTIONS
           MOVE ZERO TO WS-CHECK-HIGH-ACCOUNT
           MOVE ZERO TO WS-CHECK-BALANCE-TOTAL
           MOVE ZERO TO WS-CHECK-SUS-COUNT
           MOVE ZERO TO WS-CHECK-SUS-TOTAL
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           OPEN OUTPUT PRINT-FILE
           PERFORM 2410-CHECK-PAYHIST-SIDE
           PERFORM 2420-CHECK-MYNAMES-SIDE
           PERFORM 2430-CHECK-NEXT-ACCT
           PERFORM 2435-CHECK-SUSPENSE
           PERFORM 2460-PRINT-CHECK-TOTALS
           CLOSE PAYHIST
           CLOSE MYNAMES
              CLOSE NEXT-ACCT-CTL
           END-IF.

      * OPEN UNAPPLIED CASH IS MONEY IN THE BANK NOT ON ANY ACCOUNT.
      * AN OPEN ITEM WHOSE KEYED ACCOUNT IS NOW ON FILE CAN PROBABLY
      * BE APPLIED AS KEYED.
       2435-CHECK-SUSPENSE.
           PERFORM 0035-OPEN-SUSPENSE-FOR-INPUT
           MOVE "N" TO WS-SUS-EOF-SWITCH
           PERFORM UNTIL WS-SUS-EOF-SWITCH = "Y"
              READ SUSPENSE-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-SUS-EOF-SWITCH
              NOT AT END
                 IF SU-STATUS = "O"
                    ADD 1 TO WS-CHECK-SUS-COUNT
                    ADD SU-AMOUNT TO WS-CHECK-SUS-TOTAL
                    MOVE SU-KEYED-ACCOUNT TO ACCOUNT-NUMBER
                    READ MYNAMES
                       NOT INVALID KEY
                          MOVE SU-KEYED-ACCOUNT TO WS-CHK-ACCOUNT
                          MOVE "UNAPPLIED CASH ITEM NOW MATCHES ACCOUNT"
                             TO WS-CHK-MESSAGE
                          PERFORM 2440-WRITE-CHECK-EXCEPTION
                    END-READ
                 END-IF
              END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE.

       2440-WRITE-CHECK-EXCEPTION.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 2450-PRINT-CHECK-HEADER
           WRITE PRINT-LINE
           MOVE WS-CHECK-EXCEPTIONS TO WS-CHK-EXCEPTIONS
           MOVE WS-CHECK-TOTAL-LINE-4 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CHECK-SUS-COUNT TO WS-CHK-SUS-COUNT
           MOVE WS-CHECK-SUS-TOTAL TO WS-CHK-SUS-TOTAL
           MOVE WS-CHECK-TOTAL-LINE-5 TO PRINT-LINE
           WRITE PRINT-LINE.

       2500-MAINTAIN-ROUTE-MASTER.
           ACCEPT WS-AUD-FROM-DATE
           DISPLAY "TO DATE YYYYMMDD (BLANK FOR ALL) >>> "
           ACCEPT WS-AUD-TO-DATE
           DISPLAY "ACTION CODE A/B/D/S/T/X (BLANK FOR ALL) >>> "
           ACCEPT WS-AUD-SEL-ACTION
           DISPLAY "OPERATOR ID (BLANK FOR ALL) >>> "
           ACCEPT WS-AUD-SEL-OPER
                 MOVE WS-RATE-ROUTE TO WS-EDIT-ROUTE-CODE
                 PERFORM 2550-VALIDATE-ROUTE-CODE
              END-IF
              DISPLAY "LIMIT TO RATE CLASS (BLANK FOR ALL) >>> "
              ACCEPT WS-RATE-CLASS-SEL
              MOVE "Y" TO WS-CLASS-VALID-SWITCH
              IF WS-RATE-CLASS-SEL NOT = SPACES
                 MOVE WS-RATE-CLASS-SEL TO WS-EDIT-RATE-CLASS
                 PERFORM 2950-VALIDATE-RATE-CLASS
              END-IF
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
              IF WS-ROUTE-VALID-SWITCH NOT = "Y"
                 DISPLAY "RATE CHANGE CANCELLED - UNKNOWN ROUTE"
              ELSE
              IF WS-CLASS-VALID-SWITCH NOT = "Y"
                 DISPLAY "RATE CHANGE CANCELLED - UNKNOWN RATE CLASS"
              ELSE
                 PERFORM 2710-PRINT-RATE-REGISTER
                 DISPLAY "PREVIEW REGISTER WRITTEN TO RATECHG.PRT"
                    DISPLAY "NO CHANGES APPLIED"
                 END-IF
              END-IF
              END-IF
           END-IF.

       2710-PRINT-RATE-REGISTER.
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0018-OPEN-SVCITEM-FOR-INPUT
           PERFORM 2740-PRINT-RATE-HEADER
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
           END-PERFORM
           PERFORM 2760-PRINT-RATE-TOTALS
           CLOSE MYNAMES
           CLOSE SERVICE-ITEM
           CLOSE PRINT-FILE.

       2715-COMPUTE-NEW-FEE.
           IF WS-RATE-METHOD = "P"
              MULTIPLY WS-RATE-OLD-FEE BY WS-RATE-FACTOR
                 GIVING WS-RATE-CALC-FEE ROUNDED
           ELSE
              MOVE WS-RATE-NEW-FEE TO WS-RATE-CALC-FEE
           END-IF
           SUBTRACT WS-RATE-OLD-FEE FROM WS-RATE-CALC-FEE
              GIVING WS-RATE-CHANGE.

      * EVERY SERVICE ITEM STILL IN SERVICE IS A FEE LINE OF ITS OWN.
      * AN ACCOUNT WITH NO ITEMS IS ONE FEE LINE AT ITS OWNER FEE.
       2720-PREVIEW-ONE-ACCOUNT.
           IF WS-RATE-ROUTE = SPACES
              OR OWNER-ROUTE-CODE = WS-RATE-ROUTE
              MOVE ACCOUNT-NUMBER TO WS-SVC-ACCOUNT
              MOVE "N" TO WS-SVC-FOUND-SWITCH
              PERFORM 4290-START-ACCOUNT-ITEMS
              PERFORM UNTIL WS-SVC-EOF-SWITCH = "Y"
                 PERFORM 4292-READ-NEXT-ACCOUNT-ITEM
                 IF WS-SVC-EOF-SWITCH NOT = "Y"
                    IF (SI-STOP-DATE = SPACES
                       OR SI-STOP-DATE >= WS-TODAY-DATE)
                       AND (WS-RATE-CLASS-SEL = SPACES
                       OR SI-CLASS-CODE = WS-RATE-CLASS-SEL)
                       MOVE SI-UNIT-FEE TO WS-RATE-OLD-FEE
                       MOVE SI-CLASS-CODE TO WS-RATE-LINE-CLASS
                       PERFORM 2725-PREVIEW-ONE-FEE-LINE
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-SVC-FOUND-SWITCH NOT = "Y"
                 AND (WS-RATE-CLASS-SEL = SPACES
                 OR OWNER-RATE-CLASS = WS-RATE-CLASS-SEL)
                 MOVE OWNER-FEE-AMOUNT TO WS-RATE-OLD-FEE
                 MOVE OWNER-RATE-CLASS TO WS-RATE-LINE-CLASS
                 PERFORM 2725-PREVIEW-ONE-FEE-LINE
              END-IF
           END-IF.

       2725-PREVIEW-ONE-FEE-LINE.
           PERFORM 2715-COMPUTE-NEW-FEE
           ADD 1 TO WS-RATE-COUNT
           ADD WS-RATE-OLD-FEE TO WS-RATE-OLD-TOTAL
           ADD WS-RATE-CALC-FEE TO WS-RATE-NEW-TOTAL
           ADD WS-RATE-CHANGE TO WS-RATE-CHANGE-TOTAL
           PERFORM 2750-PRINT-RATE-LINE.

       2730-APPLY-RATE-CHANGE.
           MOVE ZERO TO WS-RATE-COUNT
           OPEN I-O MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0017-OPEN-SVCITEM-FOR-UPDATE
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ MYNAMES NEXT RECORD
              END-READ
           END-PERFORM
           CLOSE MYNAMES
           CLOSE SERVICE-ITEM
           DISPLAY "RATE CHANGE APPLIED TO " WS-RATE-COUNT
              " ACCOUNTS".

      * ITEM 01 IS THE ACCOUNT'S BASE SERVICE, SO A NEW FEE ON IT IS
      * CARRIED TO OWNER-FEE-AMOUNT AS WELL.
       2735-APPLY-ONE-ACCOUNT.
           MOVE OWNER-NAME TO WS-BEFORE-NAME
           MOVE OWNER-ADDRESS TO WS-BEFORE-ADDRESS
           MOVE "N" TO WS-SVC-CHANGED-SWITCH
           MOVE ACCOUNT-NUMBER TO WS-SVC-ACCOUNT
           MOVE "N" TO WS-SVC-FOUND-SWITCH
           PERFORM 4290-START-ACCOUNT-ITEMS
           PERFORM UNTIL WS-SVC-EOF-SWITCH = "Y"
              PERFORM 4292-READ-NEXT-ACCOUNT-ITEM
              IF WS-SVC-EOF-SWITCH NOT = "Y"
                 PERFORM 2737-APPLY-ONE-ITEM
              END-IF
           END-PERFORM
           IF WS-SVC-FOUND-SWITCH NOT = "Y"
              AND (WS-RATE-CLASS-SEL = SPACES
              OR OWNER-RATE-CLASS = WS-RATE-CLASS-SEL)
              MOVE OWNER-FEE-AMOUNT TO WS-RATE-OLD-FEE
              PERFORM 2715-COMPUTE-NEW-FEE
              MOVE WS-RATE-CALC-FEE TO OWNER-FEE-AMOUNT
              MOVE "Y" TO WS-SVC-CHANGED-SWITCH
           END-IF
           MOVE "N" TO WS-WRITE-OK-SWITCH
           IF WS-SVC-CHANGED-SWITCH = "Y"
              REWRITE THEUSERS
                 INVALID KEY
                    DISPLAY "REWRITE FAILED FOR ACCOUNT "
                       ACCOUNT-NUMBER
                 NOT INVALID KEY
                    MOVE "Y" TO WS-WRITE-OK-SWITCH
              END-REWRITE
           END-IF
           IF WS-WRITE-OK-SWITCH = "Y"
              ADD 1 TO WS-RATE-COUNT
              MOVE "B" TO AUDIT-ACTION
              PERFORM 9500-WRITE-AUDIT-RECORD
           END-IF.

       2737-APPLY-ONE-ITEM.
           IF (SI-STOP-DATE = SPACES
              OR SI-STOP-DATE >= WS-TODAY-DATE)
              AND (WS-RATE-CLASS-SEL = SPACES
              OR SI-CLASS-CODE = WS-RATE-CLASS-SEL)
              MOVE SI-UNIT-FEE TO WS-RATE-OLD-FEE
              PERFORM 2715-COMPUTE-NEW-FEE
              MOVE WS-RATE-CALC-FEE TO SI-UNIT-FEE
              REWRITE SERVICE-ITEM-RECORD
                 INVALID KEY
                    DISPLAY "ITEM REWRITE FAILED FOR ACCOUNT "
                       ACCOUNT-NUMBER " ITEM " SI-ITEM-SEQ
                 NOT INVALID KEY
                    MOVE "Y" TO WS-SVC-CHANGED-SWITCH
                    IF SI-ITEM-SEQ = 1
                       MOVE WS-RATE-CALC-FEE TO OWNER-FEE-AMOUNT
                    END-IF
              END-REWRITE
           END-IF.

       2740-PRINT-RATE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RTC-PAGE
           ELSE
              MOVE WS-RATE-ROUTE TO WS-RTC-ROUTE
           END-IF
           IF WS-RATE-CLASS-SEL = SPACES
              MOVE "ALL " TO WS-RTC-CLASS-SEL
           ELSE
              MOVE WS-RATE-CLASS-SEL TO WS-RTC-CLASS-SEL
           END-IF
           MOVE WS-RATE-HEADING-2A TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
              PERFORM 2740-PRINT-RATE-HEADER
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-RTC-ACCOUNT
           MOVE WS-RATE-LINE-CLASS TO WS-RTC-CLASS
           MOVE OWNER-NAME TO WS-RTC-NAME
           MOVE WS-RATE-OLD-FEE TO WS-RTC-OLD
           MOVE WS-RATE-CALC-FEE TO WS-RTC-NEW
           MOVE WS-RATE-CHANGE TO WS-RTC-CHANGE
           MOVE WS-RATE-DETAIL-LINE TO PRINT-LINE
           MOVE ZERO TO WS-GL-WRITEOFF
           MOVE ZERO TO WS-GL-REFUND
           MOVE ZERO TO WS-GL-NSF
           MOVE ZERO TO WS-GL-TAXROLL
           MOVE ZERO TO WS-GL-TAXREV
           MOVE ZERO TO WS-GL-MISSED
           MOVE ZERO TO WS-GL-ACHFEE
           MOVE ZERO TO WS-GL-DISCOUNT
           MOVE ZERO TO WS-GL-FINALCR
           MOVE ZERO TO WS-GL-SUS-RECEIVED
           MOVE ZERO TO WS-GL-SUS-REFUNDED
           MOVE ZERO TO WS-GL-SUS-OPEN
           MOVE ZERO TO WS-GL-PERIOD-COUNT
           MOVE ZERO TO WS-GL-LEDGER-NET
           MOVE ZERO TO WS-GL-PAYHIST-TOTAL
           END-PERFORM
           CLOSE LEDGER
           PERFORM 3120-SUM-PAYHIST-BALANCES
           PERFORM 3160-SUM-SUSPENSE
           SUBTRACT WS-GL-PAYHIST-TOTAL FROM WS-GL-LEDGER-NET
              GIVING WS-GL-DIFFERENCE
           OPEN OUTPUT PRINT-FILE
                    ADD LG-TRANS-AMOUNT TO WS-GL-REFUND
                 WHEN "N"
                    ADD LG-TRANS-AMOUNT TO WS-GL-NSF
                 WHEN "T"
                    ADD LG-TRANS-AMOUNT TO WS-GL-TAXROLL
                 WHEN "U"
                    ADD LG-TRANS-AMOUNT TO WS-GL-TAXREV
                 WHEN "M"
                    ADD LG-TRANS-AMOUNT TO WS-GL-MISSED
                 WHEN "A"
                    ADD LG-TRANS-AMOUNT TO WS-GL-ACHFEE
                 WHEN "D"
                    ADD LG-TRANS-AMOUNT TO WS-GL-DISCOUNT
                 WHEN "E"
                    ADD LG-TRANS-AMOUNT TO WS-GL-FINALCR
              END-EVALUATE
           END-IF
           EVALUATE LG-TRANS-TYPE
                 SUBTRACT LG-TRANS-AMOUNT FROM WS-GL-LEDGER-NET
              WHEN "G"
                 SUBTRACT LG-TRANS-AMOUNT FROM WS-GL-LEDGER-NET
              WHEN "T"
                 SUBTRACT LG-TRANS-AMOUNT FROM WS-GL-LEDGER-NET
              WHEN "M"
                 SUBTRACT LG-TRANS-AMOUNT FROM WS-GL-LEDGER-NET
              WHEN "D"
                 SUBTRACT LG-TRANS-AMOUNT FROM WS-GL-LEDGER-NET
              WHEN "E"
                 SUBTRACT LG-TRANS-AMOUNT FROM WS-GL-LEDGER-NET
              WHEN OTHER
                 ADD LG-TRANS-AMOUNT TO WS-GL-LEDGER-NET
           END-EVALUATE.
           MOVE WS-GL-NSF TO WS-GL-DET-AMOUNT
           MOVE WS-GL-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TRANSFERRED TO TAX ROLL:  " TO WS-GL-DET-LABEL
           MOVE WS-GL-TAXROLL TO WS-GL-DET-AMOUNT
           MOVE WS-GL-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "LIEN REVERSALS:           " TO WS-GL-DET-LABEL
           MOVE WS-GL-TAXREV TO WS-GL-DET-AMOUNT
           MOVE WS-GL-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "MISSED PICKUP CREDITS:    " TO WS-GL-DET-LABEL
           MOVE WS-GL-MISSED TO WS-GL-DET-AMOUNT
           MOVE WS-GL-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "ACH RETURN FEES:          " TO WS-GL-DET-LABEL
           MOVE WS-GL-ACHFEE TO WS-GL-DET-AMOUNT
           MOVE WS-GL-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "FEE DISCOUNTS GIVEN:      " TO WS-GL-DET-LABEL
           MOVE WS-GL-DISCOUNT TO WS-GL-DET-AMOUNT
           MOVE WS-GL-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "FINAL BILL CREDITS:       " TO WS-GL-DET-LABEL
           MOVE WS-GL-FINALCR TO WS-GL-DET-AMOUNT
           MOVE WS-GL-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "RECEIVED TO UNAPPLIED:    " TO WS-GL-DET-LABEL
           MOVE WS-GL-SUS-RECEIVED TO WS-GL-DET-AMOUNT
           MOVE WS-GL-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "UNAPPLIED TO BE REFUNDED: " TO WS-GL-DET-LABEL
           MOVE WS-GL-SUS-REFUNDED TO WS-GL-DET-AMOUNT
           MOVE WS-GL-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-GL-PERIOD-COUNT TO WS-GL-TRANS-COUNT
           MOVE WS-GL-COUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "FEES BILLED BY RATE CLASS:" TO WS-GL-PROOF-TEXT
           MOVE WS-GL-PROOF-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "P" TO WS-GL-CLASS-MODE
           PERFORM 3150-SUM-CLASS-REVENUE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "LEDGER NET ALL PERIODS:   " TO WS-GL-DET-LABEL
           MOVE WS-GL-LEDGER-NET TO WS-GL-DET-AMOUNT
           MOVE WS-GL-DETAIL-LINE TO PRINT-LINE
                 TO WS-GL-PROOF-TEXT
           END-IF
           MOVE WS-GL-PROOF-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "UNAPPLIED CASH OPEN:      " TO WS-GL-DET-LABEL
           MOVE WS-GL-SUS-OPEN TO WS-GL-DET-AMOUNT
           MOVE WS-GL-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       3140-WRITE-GL-EXPORT.
           MOVE "NSF REVERSAL" TO WS-GL-EXP-DESC
           MOVE WS-GL-NSF TO WS-GL-EXP-WORK
           PERFORM 3145-WRITE-ONE-GL-LINE
           MOVE "T" TO WS-GL-EXP-TYPE
           MOVE "TAX ROLL" TO WS-GL-EXP-DESC
           MOVE WS-GL-TAXROLL TO WS-GL-EXP-WORK
           PERFORM 3145-WRITE-ONE-GL-LINE
           MOVE "U" TO WS-GL-EXP-TYPE
           MOVE "LIEN REVERSE" TO WS-GL-EXP-DESC
           MOVE WS-GL-TAXREV TO WS-GL-EXP-WORK
           PERFORM 3145-WRITE-ONE-GL-LINE
           MOVE "M" TO WS-GL-EXP-TYPE
           MOVE "MISSED PKUP" TO WS-GL-EXP-DESC
           MOVE WS-GL-MISSED TO WS-GL-EXP-WORK
           PERFORM 3145-WRITE-ONE-GL-LINE
           MOVE "A" TO WS-GL-EXP-TYPE
           MOVE "ACH RET FEE" TO WS-GL-EXP-DESC
           MOVE WS-GL-ACHFEE TO WS-GL-EXP-WORK
           PERFORM 3145-WRITE-ONE-GL-LINE
           MOVE "D" TO WS-GL-EXP-TYPE
           MOVE "DISCOUNT" TO WS-GL-EXP-DESC
           MOVE WS-GL-DISCOUNT TO WS-GL-EXP-WORK
           PERFORM 3145-WRITE-ONE-GL-LINE
           MOVE "E" TO WS-GL-EXP-TYPE
           MOVE "FINAL CREDIT" TO WS-GL-EXP-DESC
           MOVE WS-GL-FINALCR TO WS-GL-EXP-WORK
           PERFORM 3145-WRITE-ONE-GL-LINE
           MOVE "S" TO WS-GL-EXP-TYPE
           MOVE "UNAPPLIED" TO WS-GL-EXP-DESC
           MOVE WS-GL-SUS-RECEIVED TO WS-GL-EXP-WORK
           PERFORM 3145-WRITE-ONE-GL-LINE
           MOVE "Q" TO WS-GL-EXP-TYPE
           MOVE "UNAPPL RFND" TO WS-GL-EXP-DESC
           MOVE WS-GL-SUS-REFUNDED TO WS-GL-EXP-WORK
           PERFORM 3145-WRITE-ONE-GL-LINE
           MOVE "O" TO WS-GL-EXP-TYPE
           MOVE "UNAPPL OPEN" TO WS-GL-EXP-DESC
           MOVE WS-GL-SUS-OPEN TO WS-GL-EXP-WORK
           PERFORM 3145-WRITE-ONE-GL-LINE
           MOVE "X" TO WS-GL-CLASS-MODE
           PERFORM 3150-SUM-CLASS-REVENUE
           MOVE WS-GL-LEDGER-NET TO WS-GL-EXP-AMOUNT
           MOVE SPACES TO GL-EXPORT-RECORD
           STRING "T|" DELIMITED BY SIZE
           END-STRING
           WRITE GL-EXPORT-RECORD.

      * BILLED FEES FOR THE PERIOD BY RATE CLASS, FROM THE BILLING
      * DETAIL FILE (KEYED PERIOD THEN CLASS, SO ONE CONTROL BREAK ON
      * CLASS). WS-GL-CLASS-MODE "P" PRINTS A LINE PER CLASS ON THE
      * TRIAL BALANCE, "X" WRITES A TYPE "C" LINE PER CLASS TO THE GL
      * EXPORT.
       3150-SUM-CLASS-REVENUE.
           PERFORM 0021-OPEN-BILLDTL-FOR-INPUT
           PERFORM 0099-OPEN-RATEMST-FOR-INPUT
           MOVE "Y" TO WS-GL-CLASS-FIRST-SWITCH
           MOVE ZERO TO WS-GL-CLASS-TOTAL
           MOVE "N" TO WS-SVC-EOF-SWITCH
           MOVE LOW-VALUES TO BD-DETAIL-KEY
           MOVE WS-GL-PERIOD TO BD-PERIOD
           START BILL-DETAIL KEY IS NOT LESS THAN BD-DETAIL-KEY
              INVALID KEY
                 MOVE "Y" TO WS-SVC-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-SVC-EOF-SWITCH = "Y"
              READ BILL-DETAIL NEXT RECORD
              AT END
                 MOVE "Y" TO WS-SVC-EOF-SWITCH
              NOT AT END
                 IF BD-PERIOD NOT = WS-GL-PERIOD
                    MOVE "Y" TO WS-SVC-EOF-SWITCH
                 ELSE
                    IF WS-GL-CLASS-FIRST-SWITCH = "Y"
                       OR BD-CLASS-CODE NOT = WS-GL-CLASS-PREV
                       IF WS-GL-CLASS-FIRST-SWITCH NOT = "Y"
                          PERFORM 3155-WRITE-CLASS-TOTAL
                       END-IF
                       MOVE BD-CLASS-CODE TO WS-GL-CLASS-PREV
                       MOVE ZERO TO WS-GL-CLASS-TOTAL
                       MOVE "N" TO WS-GL-CLASS-FIRST-SWITCH
                    END-IF
                    ADD BD-AMOUNT TO WS-GL-CLASS-TOTAL
                 END-IF
              END-READ
           END-PERFORM
           IF WS-GL-CLASS-FIRST-SWITCH NOT = "Y"
              PERFORM 3155-WRITE-CLASS-TOTAL
           ELSE
              IF WS-GL-CLASS-MODE = "P"
                 MOVE "  NO BILLING DETAIL FOR PERIOD"
                    TO WS-GL-PROOF-TEXT
                 MOVE WS-GL-PROOF-LINE TO PRINT-LINE
                 WRITE PRINT-LINE
              END-IF
           END-IF
           CLOSE BILL-DETAIL
           CLOSE RATE-MASTER.

       3155-WRITE-CLASS-TOTAL.
           IF WS-GL-CLASS-MODE = "P"
              MOVE WS-GL-CLASS-PREV TO WS-GL-CLS-CODE
              MOVE WS-GL-CLASS-PREV TO RC-CLASS-CODE
              READ RATE-MASTER
                 INVALID KEY
                    MOVE "NOT ON RATE MASTER" TO WS-GL-CLS-DESC
                 NOT INVALID KEY
                    MOVE RC-CLASS-DESC TO WS-GL-CLS-DESC
              END-READ
              MOVE WS-GL-CLASS-TOTAL TO WS-GL-CLS-AMOUNT
              MOVE WS-GL-CLASS-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           ELSE
              MOVE "C" TO WS-GL-EXP-TYPE
              MOVE WS-GL-CLASS-PREV TO WS-GL-EXP-DESC
              MOVE WS-GL-CLASS-TOTAL TO WS-GL-EXP-WORK
              PERFORM 3145-WRITE-ONE-GL-LINE
           END-IF.

      * UNAPPLIED CASH IS NOT ON THE LEDGER. RECEIVED IS BY DEPOSIT
      * DATE AND TO BE REFUNDED BY THE DATE THE ITEM WAS MARKED, BOTH
      * FOR THE PERIOD; OPEN IS EVERYTHING STILL UNRESOLVED TODAY.
       3160-SUM-SUSPENSE.
           PERFORM 0035-OPEN-SUSPENSE-FOR-INPUT
           MOVE "N" TO WS-SUS-EOF-SWITCH
           PERFORM UNTIL WS-SUS-EOF-SWITCH = "Y"
              READ SUSPENSE-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-SUS-EOF-SWITCH
              NOT AT END
                 IF SU-DEPOSIT-DATE(1:6) = WS-GL-PERIOD
                    ADD SU-AMOUNT TO WS-GL-SUS-RECEIVED
                 END-IF
                 IF SU-STATUS = "R"
                    AND SU-RESOLVED-DATE(1:6) = WS-GL-PERIOD
                    ADD SU-AMOUNT TO WS-GL-SUS-REFUNDED
                 END-IF
                 IF SU-STATUS = "O"
                    ADD SU-AMOUNT TO WS-GL-SUS-OPEN
                 END-IF
              END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE.

      * AGED RECEIVABLES. EACH ACCOUNT'S LEDGER IS WALKED TWICE:
      * FIRST TO TOTAL ITS CREDITS (PAYMENTS AND WRITE-OFFS), THEN TO
      * APPLY THOSE CREDITS AGAINST THE OLDEST CHARGES FIRST SO ONLY
      * THE STILL-OPEN PORTION OF EACH CHARGE LANDS IN AN AGE BUCKET.
      * A LEFTOVER CREDIT BALANCE SHOWS AS A NEGATIVE IN CURRENT, SO
                       CONTINUE
                    ELSE
                       IF LG-TRANS-TYPE = "P" OR LG-TRANS-TYPE = "W"
                          OR LG-TRANS-TYPE = "T"
                          OR LG-TRANS-TYPE = "M"
                          OR LG-TRANS-TYPE = "D"
                          OR LG-TRANS-TYPE = "E"
                          ADD LG-TRANS-AMOUNT TO WS-AGE-CREDITS
                       ELSE
                          ADD LG-TRANS-AMOUNT TO WS-AGE-CHARGES
                    MOVE "Y" TO WS-AGE-EOF-SWITCH
                 ELSE
                    IF LG-A-TRANS-TYPE = "P" OR LG-A-TRANS-TYPE = "W"
                       OR LG-A-TRANS-TYPE = "T"
                       OR LG-A-TRANS-TYPE = "M"
                       OR LG-A-TRANS-TYPE = "D"
                       OR LG-A-TRANS-TYPE = "E"
                       ADD LG-A-TRANS-AMOUNT TO WS-AGE-CREDITS
                    ELSE
                       ADD LG-A-TRANS-AMOUNT TO WS-AGE-CHARGES
                       AND LG-TRANS-TYPE NOT = "W"
                       AND LG-TRANS-TYPE NOT = "G"
                       AND LG-TRANS-TYPE NOT = "F"
                       AND LG-TRANS-TYPE NOT = "T"
                       AND LG-TRANS-TYPE NOT = "M"
                       AND LG-TRANS-TYPE NOT = "D"
                       AND LG-TRANS-TYPE NOT = "E"
                       PERFORM 3225-BUCKET-ONE-CHARGE
                    END-IF
                 END-IF
                 ELSE
                    IF LG-A-TRANS-TYPE NOT = "P"
                       AND LG-A-TRANS-TYPE NOT = "W"
                       AND LG-A-TRANS-TYPE NOT = "T"
                       AND LG-A-TRANS-TYPE NOT = "M"
                       AND LG-A-TRANS-TYPE NOT = "D"
                       AND LG-A-TRANS-TYPE NOT = "E"
                       MOVE LEDGER-ARCH-RECORD TO LEDGER-RECORD
                       PERFORM 3225-BUCKET-ONE-CHARGE
                    END-IF
                 MOVE ZERO TO WS-AGE-CREDITS
              END-IF
           END-IF
      *    FOR LIEN CERTIFICATION ONLY THE PART STILL OPEN FROM ON OR
      *    BEFORE THE CUTOFF MATTERS, AND NOTHING IS BUCKETED.
           IF WS-LIEN-AGE-SWITCH = "Y"
              IF LG-TRANS-DATE <= WS-LIEN-CUTOFF-DATE
                 ADD WS-AGE-OPEN-AMOUNT TO WS-LIEN-OPEN-AMOUNT
              END-IF
              MOVE ZERO TO WS-AGE-OPEN-AMOUNT
           END-IF
           IF WS-AGE-OPEN-AMOUNT > ZERO
              PERFORM 3230-COMPUTE-AGE-DAYS
              EVALUATE TRUE
                    SUBTRACT LG-TRANS-AMOUNT FROM WS-ARCH-NET
                 WHEN "G"
                    SUBTRACT LG-TRANS-AMOUNT FROM WS-ARCH-NET
                 WHEN "T"
                    SUBTRACT LG-TRANS-AMOUNT FROM WS-ARCH-NET
                 WHEN "M"
                    SUBTRACT LG-TRANS-AMOUNT FROM WS-ARCH-NET
                 WHEN "D"
                    SUBTRACT LG-TRANS-AMOUNT FROM WS-ARCH-NET
                 WHEN "E"
                    SUBTRACT LG-TRANS-AMOUNT FROM WS-ARCH-NET
                 WHEN OTHER
                    ADD LG-TRANS-AMOUNT TO WS-ARCH-NET
              END-EVALUATE
           MOVE ZERO TO WS-NOT-L2-COUNT
           MOVE ZERO TO WS-NOT-L3-COUNT
           MOVE ZERO TO WS-NOT-SKIP-COUNT
           MOVE ZERO TO WS-NOT-PLAN-COUNT
           MOVE ZERO TO WS-NOT-CERT-COUNT
           MOVE ZERO TO WS-NOT-CERT-TOTAL
           MOVE ZERO TO WS-LINE-COUNT
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0095-OPEN-PAYHIST-FOR-REPORT
           PERFORM 0091-OPEN-NOTICE-FOR-UPDATE
           PERFORM 0012-OPEN-PAYPLAN-FOR-INPUT
           OPEN OUTPUT CERT-EXPORT
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
           CLOSE PRINT-FILE
           PERFORM 3440-PRINT-NOTICE-REGISTER
           CLOSE NOTICE-FILE
           CLOSE PAYMENT-PLAN
           CLOSE PAYHIST
           CLOSE MYNAMES
           DISPLAY "NOTICES WRITTEN TO NOTICES.PRT"
                    DISPLAY "NO OWNER RECORD FOR ACCOUNT "
                       PH-ACCOUNT-NUMBER " - NO NOTICE SENT"
                 NOT INVALID KEY
                    PERFORM 4090-CHECK-ON-PLAN
                    IF WS-ON-PLAN-SWITCH = "Y"
                       ADD 1 TO WS-NOT-PLAN-COUNT
                       DISPLAY "ACCOUNT " PH-ACCOUNT-NUMBER
                          " IS ON A PAYMENT PLAN - NO NOTICE SENT"
                    ELSE
                       PERFORM 3415-ESCALATE-ONE-NOTICE
                    END-IF
              END-READ
           END-IF.

           MOVE WS-NOT-SKIP-COUNT TO WS-NOT-TOT-COUNT
           MOVE WS-NOT-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "SKIPPED - ON PLAN:          " TO WS-NOT-TOT-LABEL
           MOVE WS-NOT-PLAN-COUNT TO WS-NOT-TOT-COUNT
           MOVE WS-NOT-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           CLOSE PRINT-FILE.

       3450-PRINT-REGISTER-HEADER.
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

      * AN ACCOUNT CURRENT ON A PAYMENT PLAN WAS PASSED OVER BY 3410,
      * SO IT IS LISTED HERE AS ON PLAN INSTEAD OF BY NOTICE LEVEL.
       3455-REGISTER-ONE-ACCOUNT.
           IF PH-BALANCE-DUE > ZERO
              PERFORM 4090-CHECK-ON-PLAN
              IF WS-ON-PLAN-SWITCH = "Y"
                 MOVE "ON PLAN" TO WS-NOT-DET-DESC
                 PERFORM 3457-PRINT-REGISTER-LINE
              ELSE
                 MOVE PH-ACCOUNT-NUMBER TO NT-ACCOUNT-NUMBER
                 READ NOTICE-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF NT-LAST-NOTICE-DATE = WS-NOT-RUN-DATE
                          EVALUATE TRUE
                             WHEN NT-NOTICE-COUNT = 1
                                MOVE "FRIENDLY REMINDER"
                                   TO WS-NOT-DET-DESC
                             WHEN NT-NOTICE-COUNT = 2
                                MOVE "FINAL NOTICE"
                                   TO WS-NOT-DET-DESC
                             WHEN OTHER
                                MOVE "LIEN WARNING"
                                   TO WS-NOT-DET-DESC
                          END-EVALUATE
                          PERFORM 3457-PRINT-REGISTER-LINE
                       END-IF
                 END-READ
              END-IF
           END-IF.

       3457-PRINT-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 3450-PRINT-REGISTER-HEADER
           END-IF
           MOVE PH-ACCOUNT-NUMBER TO WS-NOT-DET-ACCOUNT
           MOVE PH-OWNER-NAME TO WS-NOT-DET-NAME
           MOVE PH-BALANCE-DUE TO WS-NOT-DET-BALANCE
           MOVE WS-NOT-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

      * SIGN-ON AGAINST OPERMST.DAT. WHILE THE OPERATOR MASTER IS
      * EMPTY (FIRST RUN AT A NEW SHOP) THE RUN SIGNS ON AS ADMIN
      * WITH SUPERVISOR RIGHTS SO OPERATORS CAN BE LOADED THROUGH
                       MOVE "WARNING" TO WS-STEP-STATUS
                    END-IF
                 END-IF
              WHEN "PLANMON"
                 MOVE BC-PARM-1 TO WS-PLAN-ASOF-DATE
                 PERFORM 4050-RUN-PLAN-MONITOR
                 MOVE WS-PLAN-REVIEW-COUNT TO WS-STEP-COUNT
                 IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
                    MOVE "FAILED" TO WS-STEP-STATUS
                 END-IF
              WHEN "RECERT"
                 MOVE BC-PARM-1 TO WS-DISC-ASOF-DATE
                 PERFORM 4740-RUN-RECERTIFICATION
                 MOVE WS-DISC-LETTER-COUNT TO WS-STEP-COUNT
                 IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
                    MOVE "FAILED" TO WS-STEP-STATUS
                 END-IF
              WHEN "ACHPOST"
                 PERFORM 4530-POST-SETTLED-DRAFTS
                 MOVE WS-PAY-COUNT TO WS-STEP-COUNT
                 IF WS-REJECT-COUNT > ZERO
                    MOVE "WARNING" TO WS-STEP-STATUS
                 END-IF
              WHEN "ACHRET"
                 PERFORM 4540-PROCESS-ACH-RETURNS
                 MOVE WS-ACH-RETURN-COUNT TO WS-STEP-COUNT
                 IF WS-ACHRET-STATUS NOT = "00"
                    MOVE "FAILED" TO WS-STEP-STATUS
                 ELSE
                    IF WS-ACH-REJECT-COUNT > ZERO
                       MOVE "WARNING" TO WS-STEP-STATUS
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE "FAILED" TO WS-STEP-STATUS
                 DISPLAY "UNKNOWN BATCH FUNCTION: " BC-FUNCTION
           END-STRING
           WRITE RUN-LOG-RECORD.

      * PAYMENT PLAN AGREEMENTS. A SUPERVISOR SETS UP THE AGREED
      * TOTAL, THE MONTHLY INSTALLMENT AND THE DAY OF THE MONTH IT IS
      * DUE; THE SIGNED-ON OPERATOR IS KEPT ON THE PLAN AS THE ONE
      * WHO SET IT UP.
       4000-MAINTAIN-PAYMENT-PLANS.
           MOVE SPACE TO WS-PLAN-CHOICE
           PERFORM UNTIL WS-PLAN-CHOICE = "E"
              DISPLAY "=================================="
              DISPLAY "PAYMENT PLANS"
              DISPLAY "ADD PLAN [A]"
              DISPLAY "CHANGE PLAN [B]"
              DISPLAY "LIST PLANS [C]"
              DISPLAY "DELETE PLAN [D]"
              DISPLAY "RUN MONTHLY PLAN MONITOR [M]"
              DISPLAY "RETURN TO MAIN MENU [E]"
              ACCEPT WS-PLAN-CHOICE
              EVALUATE WS-PLAN-CHOICE
                 WHEN "A"
                    PERFORM 4010-ADD-PLAN
                 WHEN "B"
                    PERFORM 4020-CHANGE-PLAN
                 WHEN "C"
                    PERFORM 4040-LIST-PLANS
                 WHEN "D"
                    PERFORM 4030-DELETE-PLAN
                 WHEN "M"
                    PERFORM 4050-RUN-PLAN-MONITOR
                 WHEN "E"
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN CHOICE"
              END-EVALUATE
           END-PERFORM.

       4010-ADD-PLAN.
           DISPLAY "ACCOUNT NUMBER FOR PLAN >>> "
           ACCEPT WS-PLAN-ACCOUNT
           MOVE "N" TO WS-PLAN-OK-SWITCH
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           MOVE WS-PLAN-ACCOUNT TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 DISPLAY "NO ACCOUNT FOUND WITH THAT NUMBER"
              NOT INVALID KEY
                 DISPLAY "OWNER:       " OWNER-NAME
                 MOVE "Y" TO WS-PLAN-OK-SWITCH
           END-READ
           CLOSE MYNAMES
           IF WS-PLAN-OK-SWITCH = "Y"
              PERFORM 0095-OPEN-PAYHIST-FOR-REPORT
              MOVE WS-PLAN-ACCOUNT TO PH-ACCOUNT-NUMBER
              READ PAYHIST
                 INVALID KEY
                    DISPLAY "NO PAYMENT HISTORY ON FILE"
                 NOT INVALID KEY
                    DISPLAY "BALANCE DUE: " PH-BALANCE-DUE
              END-READ
              CLOSE PAYHIST
              PERFORM 0011-OPEN-PAYPLAN-FOR-UPDATE
              MOVE WS-PLAN-ACCOUNT TO PP-ACCOUNT-NUMBER
              READ PAYMENT-PLAN
                 INVALID KEY
                    PERFORM 4015-ACCEPT-PLAN-TERMS
                 NOT INVALID KEY
                    DISPLAY "PLAN ALREADY ON FILE - USE CHANGE [B]"
                    MOVE "N" TO WS-PLAN-OK-SWITCH
              END-READ
              IF WS-PLAN-OK-SWITCH = "Y"
                 MOVE WS-PLAN-ACCOUNT TO PP-ACCOUNT-NUMBER
                 MOVE WS-OPERATOR-ID TO PP-SETUP-OPERATOR
                 MOVE "C" TO PP-PLAN-STATUS
                 MOVE SPACES TO PP-LAST-REVIEW-DATE
                 MOVE ZERO TO PP-PAID-TO-DATE
                 WRITE PAYMENT-PLAN-RECORD
                    INVALID KEY
                       DISPLAY "PLAN WRITE FAILED - STATUS "
                          WS-PAYPLAN-STATUS
                    NOT INVALID KEY
                       DISPLAY "PLAN ADDED FOR ACCOUNT "
                          PP-ACCOUNT-NUMBER
                 END-WRITE
              END-IF
              CLOSE PAYMENT-PLAN
           END-IF.

      * DUE DAY IS HELD TO 01-28 SO EVERY MONTH HAS ONE.
       4015-ACCEPT-PLAN-TERMS.
           MOVE "Y" TO WS-PLAN-OK-SWITCH
           DISPLAY "AGREED TOTAL >>> "
           ACCEPT PP-AGREED-TOTAL
           DISPLAY "MONTHLY INSTALLMENT >>> "
           ACCEPT PP-INSTALLMENT
           DISPLAY "DUE DAY OF MONTH (01-28) >>> "
           ACCEPT PP-DUE-DAY
           DISPLAY "PLAN START DATE (YYYYMMDD) >>> "
           ACCEPT PP-START-DATE
           MOVE PP-START-DATE TO WS-BCT-PARM-VALUE
           PERFORM 3715-VALIDATE-DATE-PARM
           EVALUATE TRUE
              WHEN PP-AGREED-TOTAL = ZERO
                 DISPLAY "AGREED TOTAL MUST BE MORE THAN ZERO"
                 MOVE "N" TO WS-PLAN-OK-SWITCH
              WHEN PP-INSTALLMENT = ZERO
                 OR PP-INSTALLMENT > PP-AGREED-TOTAL
                 DISPLAY "INSTALLMENT MUST BE MORE THAN ZERO AND NOT"
                    " MORE THAN THE AGREED TOTAL"
                 MOVE "N" TO WS-PLAN-OK-SWITCH
              WHEN PP-DUE-DAY < 01 OR PP-DUE-DAY > 28
                 DISPLAY "DUE DAY MUST BE 01 THROUGH 28"
                 MOVE "N" TO WS-PLAN-OK-SWITCH
              WHEN WS-BCT-PARM-OK-SWITCH NOT = "Y"
                 DISPLAY "BAD START DATE"
                 MOVE "N" TO WS-PLAN-OK-SWITCH
           END-EVALUATE
           IF WS-PLAN-OK-SWITCH NOT = "Y"
              DISPLAY "PLAN NOT SAVED"
           END-IF.

      * A RENEGOTIATED PLAN IS PUT BACK TO CURRENT HERE; THE MONITOR
      * NEVER REINSTATES A DEFAULTED PLAN ON ITS OWN.
       4020-CHANGE-PLAN.
           PERFORM 0011-OPEN-PAYPLAN-FOR-UPDATE
           DISPLAY "ACCOUNT NUMBER OF PLAN TO CHANGE >>> "
           ACCEPT PP-ACCOUNT-NUMBER
           READ PAYMENT-PLAN
              INVALID KEY
                 DISPLAY "NO PLAN FOUND FOR THAT ACCOUNT"
              NOT INVALID KEY
                 DISPLAY "CURRENT TOTAL:       " PP-AGREED-TOTAL
                 DISPLAY "CURRENT INSTALLMENT: " PP-INSTALLMENT
                 DISPLAY "CURRENT DUE DAY:     " PP-DUE-DAY
                 DISPLAY "CURRENT START DATE:  " PP-START-DATE
                 DISPLAY "CURRENT STATUS:      " PP-PLAN-STATUS
                 DISPLAY "SET UP BY:           " PP-SETUP-OPERATOR
                 PERFORM 4015-ACCEPT-PLAN-TERMS
                 IF WS-PLAN-OK-SWITCH = "Y"
                    DISPLAY "STATUS - CURRENT [C], DEFAULTED [D],"
                       " PAID [P] >>> "
                    ACCEPT PP-PLAN-STATUS
                    IF PP-PLAN-STATUS NOT = "C"
                       AND PP-PLAN-STATUS NOT = "D"
                       AND PP-PLAN-STATUS NOT = "P"
                       DISPLAY "UNKNOWN STATUS - PLAN NOT CHANGED"
                    ELSE
                       REWRITE PAYMENT-PLAN-RECORD
                          INVALID KEY
                             DISPLAY "PLAN REWRITE FAILED"
                          NOT INVALID KEY
                             DISPLAY "PLAN UPDATED FOR ACCOUNT "
                                PP-ACCOUNT-NUMBER
                       END-REWRITE
                    END-IF
                 END-IF
           END-READ
           CLOSE PAYMENT-PLAN.

       4030-DELETE-PLAN.
           PERFORM 0011-OPEN-PAYPLAN-FOR-UPDATE
           DISPLAY "ACCOUNT NUMBER OF PLAN TO DELETE >>> "
           ACCEPT PP-ACCOUNT-NUMBER
           DELETE PAYMENT-PLAN
              INVALID KEY
                 DISPLAY "NO PLAN FOUND FOR THAT ACCOUNT"
              NOT INVALID KEY
                 DISPLAY "PLAN DELETED FOR ACCOUNT " PP-ACCOUNT-NUMBER
           END-DELETE
           CLOSE PAYMENT-PLAN.

       4040-LIST-PLANS.
           PERFORM 0012-OPEN-PAYPLAN-FOR-INPUT
           MOVE ZERO TO PP-ACCOUNT-NUMBER
           MOVE "N" TO EOF-SWITCH
           START PAYMENT-PLAN KEY IS NOT LESS THAN PP-ACCOUNT-NUMBER
              INVALID KEY
                 MOVE "Y" TO EOF-SWITCH
           END-START
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ PAYMENT-PLAN NEXT RECORD
              AT END
                 MOVE "Y" TO EOF-SWITCH
              NOT AT END
                 DISPLAY PP-ACCOUNT-NUMBER " " PP-PLAN-STATUS " "
                    PP-AGREED-TOTAL " " PP-INSTALLMENT " DAY "
                    PP-DUE-DAY " FROM " PP-START-DATE " "
                    PP-SETUP-OPERATOR
              END-READ
           END-PERFORM
           CLOSE PAYMENT-PLAN.

      * MONTHLY PLAN MONITOR. A CURRENT PLAN OWES ONE INSTALLMENT FOR
      * EVERY DUE DAY FROM ITS START DATE THROUGH THE AS-OF DATE,
      * NEVER MORE THAN THE AGREED TOTAL. WHAT IT HAS PAID IS THE
      * LEDGER "P" PAYMENTS SINCE THE START DATE, LESS ANY NSF
      * REVERSALS. A PLAN THAT HAS FALLEN SHORT IS DEFAULTED AND ONE
      * THAT HAS PAID THE AGREED TOTAL IS CLOSED AS PAID. DEFAULTED
      * AND PAID PLANS ARE LISTED BUT THEIR STATUS IS LEFT ALONE.
       4050-RUN-PLAN-MONITOR.
           MOVE ZERO TO WS-PLAN-REVIEW-COUNT
           IF WS-BATCH-RUN-SWITCH NOT = "Y"
              DISPLAY "MONITOR AS OF DATE (YYYYMMDD) >>> "
              ACCEPT WS-PLAN-ASOF-DATE
           END-IF
           MOVE WS-PLAN-ASOF-DATE TO WS-BCT-PARM-VALUE
           PERFORM 3715-VALIDATE-DATE-PARM
           IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
              DISPLAY "BAD AS OF DATE - RETURNING TO MENU"
           ELSE
              PERFORM 4055-RUN-MONITOR-PASS
           END-IF.

       4055-RUN-MONITOR-PASS.
           MOVE "PLANSTAT.PRT" TO WS-PRINT-FILENAME
           MOVE ZERO TO WS-PLAN-CURRENT-COUNT
           MOVE ZERO TO WS-PLAN-DEFAULT-COUNT
           MOVE ZERO TO WS-PLAN-PAIDOUT-COUNT
           MOVE ZERO TO WS-PLAN-CLOSED-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0011-OPEN-PAYPLAN-FOR-UPDATE
           PERFORM 0097-OPEN-LEDGER-FOR-REPORT
           PERFORM 0089-OPEN-LEDGARCH-FOR-REPORT
           PERFORM 4065-PRINT-PLAN-HEADER
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ PAYMENT-PLAN NEXT RECORD
              AT END
                 MOVE "Y" TO EOF-SWITCH
              NOT AT END
                 PERFORM 4060-MONITOR-ONE-PLAN
              END-READ
           END-PERFORM
           PERFORM 4075-PRINT-PLAN-TOTALS
           CLOSE PAYMENT-PLAN
           CLOSE LEDGER
           CLOSE LEDGER-ARCHIVE
           CLOSE MYNAMES
           CLOSE PRINT-FILE
           DISPLAY "PLAN STATUS REPORT WRITTEN TO PLANSTAT.PRT".

       4060-MONITOR-ONE-PLAN.
           ADD 1 TO WS-PLAN-REVIEW-COUNT
           PERFORM 4062-COMPUTE-PLAN-DUE
           PERFORM 4070-SUM-PLAN-PAYMENTS
           IF PP-PLAN-STATUS = "C"
              IF WS-PLAN-PAID >= PP-AGREED-TOTAL
                 MOVE "P" TO PP-PLAN-STATUS
                 ADD 1 TO WS-PLAN-PAIDOUT-COUNT
              ELSE
                 IF WS-PLAN-PAID < WS-PLAN-AMOUNT-DUE
                    MOVE "D" TO PP-PLAN-STATUS
                    ADD 1 TO WS-PLAN-DEFAULT-COUNT
                 ELSE
                    ADD 1 TO WS-PLAN-CURRENT-COUNT
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-PLAN-CLOSED-COUNT
           END-IF
           IF WS-PLAN-PAID > ZERO
              MOVE WS-PLAN-PAID TO PP-PAID-TO-DATE
           ELSE
              MOVE ZERO TO PP-PAID-TO-DATE
           END-IF
           MOVE WS-PLAN-ASOF-DATE TO PP-LAST-REVIEW-DATE
           REWRITE PAYMENT-PLAN-RECORD
              INVALID KEY
                 DISPLAY "PLAN REWRITE FAILED FOR ACCOUNT "
                    PP-ACCOUNT-NUMBER
           END-REWRITE
           PERFORM 4067-PRINT-PLAN-LINE.

      * INSTALLMENTS DUE = CALENDAR MONTHS FROM START THROUGH AS-OF,
      * LESS THE FIRST MONTH IF THE PLAN STARTED AFTER ITS DUE DAY
      * AND LESS THE LAST MONTH IF ITS DUE DAY HAS NOT COME YET.
       4062-COMPUTE-PLAN-DUE.
           MOVE PP-START-DATE TO WS-PLAN-START-DATE
           MULTIPLY WS-PLAN-ASOF-YEAR BY 12 GIVING WS-PLAN-MONTHS
           ADD WS-PLAN-ASOF-MONTH TO WS-PLAN-MONTHS
           MULTIPLY WS-PLAN-START-YEAR BY 12
              GIVING WS-PLAN-START-MONTHS
           ADD WS-PLAN-START-MONTH TO WS-PLAN-START-MONTHS
           SUBTRACT WS-PLAN-START-MONTHS FROM WS-PLAN-MONTHS
           ADD 1 TO WS-PLAN-MONTHS
           IF WS-PLAN-START-DAY > PP-DUE-DAY
              SUBTRACT 1 FROM WS-PLAN-MONTHS
           END-IF
           IF WS-PLAN-ASOF-DAY < PP-DUE-DAY
              SUBTRACT 1 FROM WS-PLAN-MONTHS
           END-IF
           IF WS-PLAN-MONTHS < ZERO
              MOVE ZERO TO WS-PLAN-MONTHS
           END-IF
           MULTIPLY PP-INSTALLMENT BY WS-PLAN-MONTHS
              GIVING WS-PLAN-AMOUNT-DUE
              ON SIZE ERROR
                 MOVE PP-AGREED-TOTAL TO WS-PLAN-AMOUNT-DUE
           END-MULTIPLY
           IF WS-PLAN-AMOUNT-DUE > PP-AGREED-TOTAL
              MOVE PP-AGREED-TOTAL TO WS-PLAN-AMOUNT-DUE
           END-IF.

       4065-PRINT-PLAN-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PLN-PAGE
           MOVE WS-PLAN-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PLAN-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PLAN-ASOF-DATE TO WS-PLN-HDR-ASOF
           MOVE WS-PLAN-HEADING-2A TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PLAN-HEADING-3 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4067-PRINT-PLAN-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 4065-PRINT-PLAN-HEADER
           END-IF
           MOVE PP-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 MOVE "NO OWNER ON FILE" TO OWNER-NAME
           END-READ
           EVALUATE PP-PLAN-STATUS
              WHEN "C"
                 MOVE "CURRENT" TO WS-PLAN-DESC
              WHEN "D"
                 MOVE "DEFAULTED" TO WS-PLAN-DESC
              WHEN OTHER
                 MOVE "PAID" TO WS-PLAN-DESC
           END-EVALUATE
           MOVE PP-ACCOUNT-NUMBER TO WS-PLN-ACCOUNT
           MOVE OWNER-NAME TO WS-PLN-NAME
           MOVE PP-INSTALLMENT TO WS-PLN-INSTALLMENT
           MOVE WS-PLAN-AMOUNT-DUE TO WS-PLN-DUE
           MOVE WS-PLAN-PAID TO WS-PLN-PAID
           MOVE WS-PLAN-DESC TO WS-PLN-DESC
           MOVE WS-PLAN-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

      * ARCHIVE SIDE FIRST, THEN THE LIVE LEDGER, BOTH STARTED AT THE
      * PLAN START DATE SO EARLIER PAYMENTS DO NOT COUNT TOWARD IT.
       4070-SUM-PLAN-PAYMENTS.
           MOVE ZERO TO WS-PLAN-PAID
           MOVE PP-ACCOUNT-NUMBER TO LG-A-ACCOUNT-NUMBER
           MOVE PP-START-DATE TO LG-A-TRANS-DATE
           MOVE ZERO TO LG-A-TRANS-SEQ
           MOVE "N" TO WS-PLAN-EOF-SWITCH
           START LEDGER-ARCHIVE KEY IS NOT LESS THAN LG-A-LEDGER-KEY
              INVALID KEY
                 MOVE "Y" TO WS-PLAN-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-PLAN-EOF-SWITCH = "Y"
              READ LEDGER-ARCHIVE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-PLAN-EOF-SWITCH
              NOT AT END
                 IF LG-A-ACCOUNT-NUMBER NOT = PP-ACCOUNT-NUMBER
                    OR LG-A-TRANS-DATE > WS-PLAN-ASOF-DATE
                    MOVE "Y" TO WS-PLAN-EOF-SWITCH
                 ELSE
                    IF LG-A-TRANS-TYPE = "P"
                       ADD LG-A-TRANS-AMOUNT TO WS-PLAN-PAID
                    END-IF
                    IF LG-A-TRANS-TYPE = "N"
                       SUBTRACT LG-A-TRANS-AMOUNT FROM WS-PLAN-PAID
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           MOVE PP-ACCOUNT-NUMBER TO LG-ACCOUNT-NUMBER
           MOVE PP-START-DATE TO LG-TRANS-DATE
           MOVE ZERO TO LG-TRANS-SEQ
           MOVE "N" TO WS-PLAN-EOF-SWITCH
           START LEDGER KEY IS NOT LESS THAN LG-LEDGER-KEY
              INVALID KEY
                 MOVE "Y" TO WS-PLAN-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-PLAN-EOF-SWITCH = "Y"
              READ LEDGER NEXT RECORD
              AT END
                 MOVE "Y" TO WS-PLAN-EOF-SWITCH
              NOT AT END
                 IF LG-ACCOUNT-NUMBER NOT = PP-ACCOUNT-NUMBER
                    OR LG-TRANS-DATE > WS-PLAN-ASOF-DATE
                    MOVE "Y" TO WS-PLAN-EOF-SWITCH
                 ELSE
                    IF LG-TRANS-TYPE = "P"
                       ADD LG-TRANS-AMOUNT TO WS-PLAN-PAID
                    END-IF
                    IF LG-TRANS-TYPE = "N"
                       SUBTRACT LG-TRANS-AMOUNT FROM WS-PLAN-PAID
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.

       4075-PRINT-PLAN-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "PLANS REVIEWED:             " TO WS-PLN-TOT-LABEL
           MOVE WS-PLAN-REVIEW-COUNT TO WS-PLN-TOT-COUNT
           MOVE WS-PLAN-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "CURRENT:                    " TO WS-PLN-TOT-LABEL
           MOVE WS-PLAN-CURRENT-COUNT TO WS-PLN-TOT-COUNT
           MOVE WS-PLAN-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "DEFAULTED THIS RUN:         " TO WS-PLN-TOT-LABEL
           MOVE WS-PLAN-DEFAULT-COUNT TO WS-PLN-TOT-COUNT
           MOVE WS-PLAN-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "PAID OUT THIS RUN:          " TO WS-PLN-TOT-LABEL
           MOVE WS-PLAN-PAIDOUT-COUNT TO WS-PLN-TOT-COUNT
           MOVE WS-PLAN-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "ALREADY DEFAULTED OR PAID:  " TO WS-PLN-TOT-LABEL
           MOVE WS-PLAN-CLOSED-COUNT TO WS-PLN-TOT-COUNT
           MOVE WS-PLAN-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      * CALLER HAS PAYMENT-PLAN OPEN AND PH-ACCOUNT-NUMBER SET.
       4090-CHECK-ON-PLAN.
           MOVE "N" TO WS-ON-PLAN-SWITCH
           MOVE PH-ACCOUNT-NUMBER TO PP-ACCOUNT-NUMBER
           READ PAYMENT-PLAN
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PP-PLAN-STATUS = "C"
                    MOVE "Y" TO WS-ON-PLAN-SWITCH
                 END-IF
           END-READ.

      * OWNERSHIP TRANSFER ON THE SALE OF A HOUSE. THE SELLER GETS A
      * PRORATED FINAL BILL THROUGH THE CLOSING DATE, MAILED TO A
      * FORWARDING ADDRESS, AND THEIR ACCOUNT IS FINALED WITH ITS
      * BALANCE LEFT ON IT. THE BUYER GETS A NEW ACCOUNT AT THE SAME
      * SERVICE ADDRESS ON THE SAME ROUTE, PICKUP DAY AND RATE CLASS,
      * STARTING WITH NO BALANCE. THE REGISTER IS FOR THE TITLE
      * COMPANIES WHO CALL FOR PAYOFF FIGURES.
       4100-RUN-OWNERSHIP-TRANSFER.
           MOVE SPACE TO WS-XFR-CHOICE
           PERFORM UNTIL WS-XFR-CHOICE = "E"
              DISPLAY "=================================="
              DISPLAY "OWNERSHIP TRANSFER"
              DISPLAY "PROCESS A TRANSFER [A]"
              DISPLAY "PRINT TRANSFER REGISTER [B]"
              DISPLAY "RETURN TO MAIN MENU [E]"
              ACCEPT WS-XFR-CHOICE
              EVALUATE WS-XFR-CHOICE
                 WHEN "A"
                    PERFORM 4110-PROCESS-TRANSFER
                 WHEN "B"
                    PERFORM 4160-PRINT-TRANSFER-REGISTER
                 WHEN "E"
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN CHOICE"
              END-EVALUATE
           END-PERFORM.

       4110-PROCESS-TRANSFER.
           MOVE "N" TO WS-XFR-OK-SWITCH
           DISPLAY "SELLER ACCOUNT NUMBER >>> "
           ACCEPT WS-XFR-SELLER
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           MOVE WS-XFR-SELLER TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 DISPLAY "NO ACCOUNT FOUND WITH THAT NUMBER"
              NOT INVALID KEY
                 IF OWNER-STATUS = "F"
                    DISPLAY "ACCOUNT IS ALREADY FINALED - NO TRANSFER"
                 ELSE
                    MOVE "Y" TO WS-XFR-OK-SWITCH
                    MOVE THEUSERS TO WS-XFR-SELLER-RECORD
                    DISPLAY "OWNER:   " OWNER-NAME
                    DISPLAY "SERVICE: " OWNER-ADDRESS
                 END-IF
           END-READ
           CLOSE MYNAMES
           IF WS-XFR-OK-SWITCH = "Y"
              PERFORM 4115-ACCEPT-TRANSFER-TERMS
           END-IF
           IF WS-XFR-OK-SWITCH = "Y"
              DISPLAY "FINAL " WS-XFR-SELLER " AND OPEN A NEW ACCOUNT"
                 " FOR " WS-XFR-BUYER-NAME "? [Y/N]"
              ACCEPT WS-XFR-CONFIRM
              IF WS-XFR-CONFIRM NOT = "Y"
                 MOVE "N" TO WS-XFR-OK-SWITCH
                 DISPLAY "TRANSFER CANCELLED"
              END-IF
           END-IF
           IF WS-XFR-OK-SWITCH = "Y"
              PERFORM 4120-POST-TRANSFER
           END-IF.

       4115-ACCEPT-TRANSFER-TERMS.
           DISPLAY "SALE/CLOSING DATE (YYYYMMDD) >>> "
           ACCEPT WS-XFR-CLOSING-DATE
           MOVE WS-XFR-CLOSING-DATE TO WS-BCT-PARM-VALUE
           PERFORM 3715-VALIDATE-DATE-PARM
           IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
              DISPLAY "BAD CLOSING DATE - TRANSFER CANCELLED"
              MOVE "N" TO WS-XFR-OK-SWITCH
           ELSE
              PERFORM 4116-CHECK-LAST-BILL-MONTH
           END-IF
           IF WS-XFR-OK-SWITCH = "Y"
              DISPLAY "SELLER FORWARDING ADDRESS >>> "
              ACCEPT WS-XFR-FORWARD-ADDRESS
              IF WS-XFR-FORWARD-ADDRESS = SPACES
                 DISPLAY "FORWARDING ADDRESS IS REQUIRED FOR THE "
                    "FINAL BILL - TRANSFER CANCELLED"
                 MOVE "N" TO WS-XFR-OK-SWITCH
              ELSE
                 OPEN INPUT MYNAMES
                 PERFORM 0070-CHECK-MYNAMES-STATUS
                 MOVE "N" TO WS-NAME-VALID-SWITCH
                 PERFORM UNTIL WS-NAME-VALID-SWITCH = "Y"
                    DISPLAY "NEW OWNER NAME >>> "
                    ACCEPT WS-NEW-NAME
                    PERFORM 1410-VALIDATE-NEW-NAME
                 END-PERFORM
                 CLOSE MYNAMES
                 MOVE WS-NEW-NAME TO WS-XFR-BUYER-NAME
              END-IF
           END-IF.

      * THE FINAL BILL ONLY SETTLES THE CLOSING MONTH. A SELLER BILLED
      * FOR A LATER MONTH THAN THAT HAS BEEN CHARGED FOR SERVICE THE
      * BUYER IS GETTING, WHICH HAS TO BE SORTED OUT BY ADJUSTMENT
      * BEFORE THE TRANSFER IS KEYED.
       4116-CHECK-LAST-BILL-MONTH.
           PERFORM 0095-OPEN-PAYHIST-FOR-REPORT
           MOVE WS-XFR-SELLER TO PH-ACCOUNT-NUMBER
           READ PAYHIST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PH-LAST-BILL-DATE(1:6) > WS-XFR-CLOSING-DATE(1:6)
                    DISPLAY "CLOSING DATE IS BEFORE LAST BILL MONTH "
                       "- POST AN ADJUSTMENT"
                    MOVE "N" TO WS-XFR-OK-SWITCH
                 END-IF
           END-READ
           CLOSE PAYHIST.

      * THE BUYER'S ACCOUNT IS WRITTEN FIRST SO THAT A FAILED ADD
      * LEAVES THE SELLER'S ACCOUNT EXACTLY AS IT WAS.
       4120-POST-TRANSFER.
           PERFORM 0060-BACKUP-MYNAMES
           PERFORM 1250-ASSIGN-NEXT-ACCOUNT-NUMBER
           OPEN I-O MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 4125-OPEN-BUYER-ACCOUNT
           IF WS-XFR-OK-SWITCH = "Y"
              PERFORM 4127-TRANSFER-SERVICE-ITEMS
              PERFORM 4130-POST-FINAL-BILL
              PERFORM 4135-FINAL-SELLER-ACCOUNT
           END-IF
           CLOSE MYNAMES
           IF WS-XFR-OK-SWITCH = "Y"
              PERFORM 4145-WRITE-TRANSFER-RECORDS
              PERFORM 4150-PRINT-FINAL-STATEMENT
              DISPLAY "TRANSFER COMPLETE - ACCOUNT " WS-XFR-SELLER
                 " FINALED, NEW ACCOUNT " WS-XFR-BUYER
           END-IF.

       4125-OPEN-BUYER-ACCOUNT.
           MOVE "N" TO WS-XFR-OK-SWITCH
           MOVE WS-XFR-SELLER-RECORD TO THEUSERS
           MOVE WS-NEXT-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           MOVE WS-XFR-BUYER-NAME TO OWNER-NAME
           MOVE "A" TO OWNER-STATUS
           WRITE THEUSERS
              INVALID KEY
                 DISPLAY "TRANSFER FAILED - DUPLICATE ACCOUNT NUMBER"
              NOT INVALID KEY
                 MOVE "Y" TO WS-XFR-OK-SWITCH
           END-WRITE
           IF WS-XFR-OK-SWITCH = "Y"
              MOVE ACCOUNT-NUMBER TO WS-XFR-BUYER
              DISPLAY "NEW ACCOUNT NUMBER ASSIGNED: " WS-XFR-BUYER
              ADD 1 TO WS-NEXT-ACCOUNT-NUMBER
              PERFORM 1255-SAVE-NEXT-ACCOUNT-NUMBER
              MOVE "T" TO AUDIT-ACTION
              MOVE WS-XFR-BUYER TO AUDIT-ACCOUNT
              MOVE WS-XFR-S-NAME TO AUDIT-BEFORE-NAME
              MOVE "OPENED - FROM ACCOUNT " TO WS-XFR-NOTE-TEXT
              MOVE WS-XFR-SELLER TO WS-XFR-NOTE-ACCOUNT
              MOVE WS-XFR-NOTE TO AUDIT-BEFORE-ADDR
              MOVE OWNER-NAME TO AUDIT-AFTER-NAME
              MOVE OWNER-ADDRESS TO AUDIT-AFTER-ADDR
              PERFORM 9500-WRITE-AUDIT-RECORD
           END-IF.

      * AT A SALE EACH OF THE SELLER'S ITEMS STILL IN SERVICE IS
      * STOPPED ON THE CLOSING DATE AND CARRIED TO THE BUYER FROM THE
      * NEXT DAY. A SELLER WITH NO ITEMS HAS ITS BASE SERVICE SPLIT THE
      * SAME WAY, SO THE FINAL BILL AND THE BUYER'S FIRST BILL EACH
      * CHARGE ONLY THEIR OWN DAYS.
       4127-TRANSFER-SERVICE-ITEMS.
           MOVE WS-XFR-CLOSING-DATE TO WS-SVC-DATE-NUM
           COMPUTE WS-SVC-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-SVC-DATE-NUM) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-SVC-DATE-INT)
              TO WS-SVC-DATE-NUM
           MOVE WS-SVC-DATE-NUM TO WS-SVC-NEXT-DATE
           PERFORM 0017-OPEN-SVCITEM-FOR-UPDATE
           MOVE WS-XFR-SELLER TO WS-SVC-ACCOUNT
           MOVE "N" TO WS-SVC-FOUND-SWITCH
           PERFORM 4290-START-ACCOUNT-ITEMS
           PERFORM UNTIL WS-SVC-EOF-SWITCH = "Y"
              PERFORM 4292-READ-NEXT-ACCOUNT-ITEM
              IF WS-SVC-EOF-SWITCH NOT = "Y"
                 IF SI-STOP-DATE = SPACES
                    OR SI-STOP-DATE > WS-XFR-CLOSING-DATE
                    PERFORM 4128-TRANSFER-ONE-ITEM
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SVC-FOUND-SWITCH NOT = "Y"
              MOVE WS-XFR-SELLER TO WS-SVC-ACCOUNT
              MOVE SPACES TO WS-SVC-START-DATE
              MOVE WS-XFR-CLOSING-DATE TO WS-SVC-STOP-DATE
              PERFORM 4240-SEED-BASE-ITEM
              MOVE WS-XFR-BUYER TO WS-SVC-ACCOUNT
              MOVE WS-SVC-NEXT-DATE TO WS-SVC-START-DATE
              MOVE SPACES TO WS-SVC-STOP-DATE
              PERFORM 4240-SEED-BASE-ITEM
           END-IF
           CLOSE SERVICE-ITEM.

      * AN ITEM NOT YET STARTED AT CLOSING GOES WHOLE TO THE BUYER.
       4128-TRANSFER-ONE-ITEM.
           MOVE SERVICE-ITEM-RECORD TO WS-SVC-HOLD-RECORD
           IF SI-START-DATE NOT = SPACES
              AND SI-START-DATE > WS-XFR-CLOSING-DATE
              DELETE SERVICE-ITEM
                 INVALID KEY
                    DISPLAY "SELLER ITEM DELETE FAILED - ITEM "
                       SI-ITEM-SEQ
              END-DELETE
           ELSE
              MOVE WS-XFR-CLOSING-DATE TO SI-STOP-DATE
              REWRITE SERVICE-ITEM-RECORD
                 INVALID KEY
                    DISPLAY "SELLER ITEM REWRITE FAILED - ITEM "
                       SI-ITEM-SEQ
              END-REWRITE
           END-IF
           MOVE WS-SVC-HOLD-RECORD TO SERVICE-ITEM-RECORD
           MOVE WS-XFR-BUYER TO SI-ACCOUNT-NUMBER
           IF SI-START-DATE = SPACES
              OR SI-START-DATE <= WS-XFR-CLOSING-DATE
              MOVE WS-SVC-NEXT-DATE TO SI-START-DATE
           END-IF
           WRITE SERVICE-ITEM-RECORD
              INVALID KEY
                 DISPLAY "BUYER ITEM WRITE FAILED - ITEM "
                    SI-ITEM-SEQ
           END-WRITE.

      * ONLY AN ACTIVE ACCOUNT IS FINAL-BILLED, AND A CLOSING MONTH
      * THE SELLER HAS ALREADY BEEN BILLED FOR IS NOT BILLED AGAIN -
      * THE DAYS AFTER THE CLOSING ARE CREDITED BACK INSTEAD (4133).
      * THE CHARGE POSTS TO PAYHIST AND THE LEDGER DATED THE CLOSING
      * DATE, THROUGH THE SAME PARAGRAPHS AS THE MONTHLY BILLING.
       4130-POST-FINAL-BILL.
           MOVE WS-XFR-SELLER-RECORD TO THEUSERS
           MOVE WS-XFR-CLOSING-DATE TO WS-BILL-DATE
           MOVE ZERO TO WS-BILL-FEE
           MOVE ZERO TO WS-PRIOR-BALANCE
           MOVE ZERO TO WS-DISC-AMOUNT
           MOVE ZERO TO WS-XFR-CREDIT
           MOVE "N" TO WS-PH-FOUND-SWITCH
           MOVE "N" TO WS-ALREADY-BILLED-SWITCH
           PERFORM 0090-OPEN-PAYHIST-FOR-BILLING
           PERFORM 0092-OPEN-LEDGER-FOR-POSTING
           PERFORM 0018-OPEN-SVCITEM-FOR-INPUT
           PERFORM 0020-OPEN-BILLDTL-FOR-UPDATE
           MOVE WS-XFR-SELLER TO PH-ACCOUNT-NUMBER
           READ PAYHIST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-PH-FOUND-SWITCH
                 MOVE PH-BALANCE-DUE TO WS-PRIOR-BALANCE
                 IF PH-LAST-BILL-DATE(1:6) >= WS-XFR-CLOSING-DATE(1:6)
                    MOVE "Y" TO WS-ALREADY-BILLED-SWITCH
                 END-IF
           END-READ
           IF WS-XFR-S-STATUS NOT = "A"
              DISPLAY "ACCOUNT IS NOT ACTIVE - NO FINAL CHARGE"
           ELSE
              IF WS-ALREADY-BILLED-SWITCH = "Y"
                 PERFORM 4133-COMPUTE-FINAL-CREDIT
                 PERFORM 4134-POST-FINAL-CREDIT
              ELSE
                 PERFORM 1655-SET-DAYS-IN-MONTH
                 MOVE WS-XFR-CLOSING-DATE TO WS-SVC-PERIOD-TO
                 PERFORM 4250-PRICE-ACCOUNT-ITEMS
                 IF WS-SVC-FOUND-SWITCH = "Y"
                    MOVE WS-SVC-TOTAL-FEE TO WS-BILL-FEE
                 ELSE
                    PERFORM 4132-COMPUTE-FINAL-FEE
                 END-IF
                 PERFORM 1620-UPDATE-PAYMENT-HISTORY
              END-IF
           END-IF
           ADD WS-BILL-FEE TO WS-PRIOR-BALANCE
              GIVING WS-TOTAL-DUE
           SUBTRACT WS-XFR-CREDIT FROM WS-TOTAL-DUE
           CLOSE PAYHIST
           CLOSE LEDGER
           CLOSE SERVICE-ITEM
           CLOSE BILL-DETAIL.

      * FINAL BILL FOR A MID-MONTH CLOSING IS CHARGED ONLY FOR THE
      * DAYS FROM THE 1ST THROUGH THE CLOSING DATE - THE OTHER END OF
      * THE FIRST-BILL PRORATION IN 1650. A CLOSING ON THE LAST DAY
      * OF THE MONTH PAYS THE FULL MONTHLY FEE.
       4132-COMPUTE-FINAL-FEE.
           PERFORM 1655-SET-DAYS-IN-MONTH
           IF WS-BILL-DAY >= WS-MONTH-DAYS
              MOVE OWNER-FEE-AMOUNT TO WS-BILL-FEE
           ELSE
              MOVE WS-BILL-DAY TO WS-PRORATE-DAYS
              MULTIPLY OWNER-FEE-AMOUNT BY WS-PRORATE-DAYS
                 GIVING WS-PRORATE-WORK
              DIVIDE WS-PRORATE-WORK BY WS-MONTH-DAYS
                 GIVING WS-BILL-FEE ROUNDED
              DISPLAY "ACCOUNT " ACCOUNT-NUMBER
                 " FINAL BILL PRORATED FOR " WS-PRORATE-DAYS
                 " OF " WS-MONTH-DAYS " DAYS"
           END-IF.

      * THE SELLER WAS BILLED THROUGH MONTH END. 4127 HAS ALREADY
      * MOVED EVERY ITEM IN SERVICE AFTER THE CLOSING TO THE BUYER,
      * STARTING THE DAY AFTER, SO PRICING THE BUYER'S ITEMS FOR THE
      * CLOSING MONTH GIVES EXACTLY THE SELLER'S UNUSED DAYS. WITH NO
      * ITEMS ON FILE THE CREDIT COMES FROM OWNER-FEE-AMOUNT, THE
      * REVERSE OF 4132.
       4133-COMPUTE-FINAL-CREDIT.
           PERFORM 1655-SET-DAYS-IN-MONTH
           IF WS-BILL-DAY < WS-MONTH-DAYS
              MOVE WS-XFR-BUYER TO ACCOUNT-NUMBER
              MOVE WS-XFR-CLOSING-DATE TO WS-SVC-PERIOD-TO
              MOVE WS-MONTH-DAYS TO WS-SVC-PERIOD-TO-DAY
              PERFORM 4250-PRICE-ACCOUNT-ITEMS
              MOVE WS-XFR-SELLER TO ACCOUNT-NUMBER
              IF WS-SVC-FOUND-SWITCH = "Y"
                 MOVE WS-SVC-TOTAL-FEE TO WS-XFR-CREDIT
              ELSE
                 SUBTRACT WS-BILL-DAY FROM WS-MONTH-DAYS
                    GIVING WS-PRORATE-DAYS
                 MULTIPLY OWNER-FEE-AMOUNT BY WS-PRORATE-DAYS
                    GIVING WS-PRORATE-WORK
                 DIVIDE WS-PRORATE-WORK BY WS-MONTH-DAYS
                    GIVING WS-XFR-CREDIT ROUNDED
              END-IF
           END-IF.

      * THE CREDIT COMES OFF THE PAYHIST RECORD 4130 JUST READ AND IS
      * POSTED TO THE LEDGER AS AN "E" DATED THE CLOSING DATE.
       4134-POST-FINAL-CREDIT.
           IF WS-XFR-CREDIT = ZERO
              DISPLAY "CLOSING MONTH ALREADY BILLED - "
                 "NO UNUSED DAYS TO CREDIT"
           ELSE
              SUBTRACT WS-XFR-CREDIT FROM PH-BALANCE-DUE
              REWRITE PAYMENT-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY "PAYMENT HISTORY REWRITE FAILED"
              END-REWRITE
              MOVE WS-XFR-SELLER TO LG-ACCOUNT-NUMBER
              MOVE WS-XFR-CLOSING-DATE TO LG-TRANS-DATE
              MOVE "E" TO LG-TRANS-TYPE
              MOVE WS-XFR-CREDIT TO LG-TRANS-AMOUNT
              PERFORM 9600-WRITE-LEDGER-RECORD
              MOVE WS-XFR-CREDIT TO WS-XFR-CREDIT-DISP
              DISPLAY "CLOSING MONTH ALREADY BILLED - PRORATED "
                 "CREDIT OF " WS-XFR-CREDIT-DISP " POSTED"
           END-IF.

       4135-FINAL-SELLER-ACCOUNT.
           MOVE WS-XFR-SELLER TO ACCOUNT-NUMBER
           MOVE "N" TO WS-WRITE-OK-SWITCH
           READ MYNAMES
              INVALID KEY
                 DISPLAY "SELLER ACCOUNT NOT FOUND - NOT FINALED"
              NOT INVALID KEY
                 MOVE "F" TO OWNER-STATUS
                 REWRITE THEUSERS
                    INVALID KEY
                       DISPLAY "REWRITE FAILED"
                    NOT INVALID KEY
                       MOVE "Y" TO WS-WRITE-OK-SWITCH
                 END-REWRITE
           END-READ
           IF WS-WRITE-OK-SWITCH = "Y"
              MOVE "T" TO AUDIT-ACTION
              MOVE WS-XFR-SELLER TO AUDIT-ACCOUNT
              MOVE WS-XFR-S-NAME TO AUDIT-BEFORE-NAME
              MOVE WS-XFR-S-ADDRESS TO AUDIT-BEFORE-ADDR
              MOVE WS-XFR-BUYER-NAME TO AUDIT-AFTER-NAME
              MOVE "FINALED - SOLD TO ACCOUNT " TO WS-XFR-NOTE-TEXT
              MOVE WS-XFR-BUYER TO WS-XFR-NOTE-ACCOUNT
              MOVE WS-XFR-NOTE TO AUDIT-AFTER-ADDR
              PERFORM 9500-WRITE-AUDIT-RECORD
           END-IF.

       4145-WRITE-TRANSFER-RECORDS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0014-OPEN-TRANSFER-FOR-UPDATE
           MOVE WS-XFR-SELLER TO TR-ACCOUNT-NUMBER
           MOVE "S" TO TR-ROLE
           MOVE WS-XFR-BUYER TO TR-OTHER-ACCOUNT
           MOVE WS-XFR-CLOSING-DATE TO TR-CLOSING-DATE
           MOVE WS-XFR-FORWARD-ADDRESS TO TR-FORWARD-ADDRESS
           MOVE WS-BILL-FEE TO TR-FINAL-BILL
           MOVE WS-XFR-CREDIT TO TR-FINAL-CREDIT
           MOVE WS-TODAY-DATE TO TR-ENTRY-DATE
           MOVE WS-OPERATOR-ID TO TR-OPERATOR
           WRITE OWNER-TRANSFER-RECORD
              INVALID KEY
                 DISPLAY "SELLER TRANSFER RECORD WRITE FAILED - "
                    "STATUS " WS-TRANSFER-STATUS
           END-WRITE
           MOVE WS-XFR-BUYER TO TR-ACCOUNT-NUMBER
           MOVE "B" TO TR-ROLE
           MOVE WS-XFR-SELLER TO TR-OTHER-ACCOUNT
           MOVE SPACES TO TR-FORWARD-ADDRESS
           MOVE ZERO TO TR-FINAL-BILL
           MOVE ZERO TO TR-FINAL-CREDIT
           WRITE OWNER-TRANSFER-RECORD
              INVALID KEY
                 DISPLAY "BUYER TRANSFER RECORD WRITE FAILED - "
                    "STATUS " WS-TRANSFER-STATUS
           END-WRITE
           CLOSE OWNER-TRANSFER.

       4150-PRINT-FINAL-STATEMENT.
           MOVE "FINALBIL.PRT" TO WS-PRINT-FILENAME
           OPEN OUTPUT PRINT-FILE
           MOVE WS-STATEMENT-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-FINAL-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-XFR-S-NAME TO WS-ST-NAME
           MOVE WS-STATEMENT-NAME-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-XFR-FORWARD-ADDRESS TO WS-ST-ADDRESS
           MOVE WS-STATEMENT-ADDR-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-XFR-S-ADDRESS TO WS-FNL-SERVICE
           MOVE WS-FINAL-SERVICE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-XFR-CLOSING-DATE TO WS-FNL-THRU
           MOVE WS-FINAL-THRU-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-BILL-FEE > ZERO
              PERFORM 0018-OPEN-SVCITEM-FOR-INPUT
              PERFORM 0099-OPEN-RATEMST-FOR-INPUT
              MOVE WS-XFR-SELLER TO ACCOUNT-NUMBER
              PERFORM 4275-PRINT-STATEMENT-ITEMS
              CLOSE SERVICE-ITEM
              CLOSE RATE-MASTER
           END-IF
           MOVE WS-BILL-FEE TO WS-FNL-FEE
           MOVE WS-FINAL-FEE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-XFR-CREDIT > ZERO
              MOVE WS-XFR-CREDIT TO WS-FNL-CREDIT
              MOVE WS-FINAL-CREDIT-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF
           MOVE WS-PRIOR-BALANCE TO WS-FNL-PRIOR
           MOVE WS-FINAL-PRIOR-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOTAL-DUE TO WS-FNL-TOTAL
           MOVE WS-FINAL-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-FINAL-CLOSED-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           CLOSE PRINT-FILE
           DISPLAY "FINAL STATEMENT WRITTEN TO FINALBIL.PRT".

      * ONE ENTRY PER SALE, FROM THE SELLER'S SIDE. THE PAYOFF IS THE
      * SELLER'S BALANCE ON PAYHIST AS OF THIS PRINTING.
       4160-PRINT-TRANSFER-REGISTER.
           DISPLAY "CLOSING DATE FROM YYYYMMDD (BLANK FOR ALL) >>> "
           ACCEPT WS-XFR-FROM-DATE
           DISPLAY "CLOSING DATE TO YYYYMMDD (BLANK FOR ALL) >>> "
           ACCEPT WS-XFR-TO-DATE
           MOVE "TRANSFER.PRT" TO WS-PRINT-FILENAME
           MOVE ZERO TO WS-XFR-COUNT
           MOVE ZERO TO WS-XFR-FINAL-TOTAL
           MOVE ZERO TO WS-XFR-CREDIT-TOTAL
           MOVE ZERO TO WS-XFR-PAYOFF-TOTAL
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0095-OPEN-PAYHIST-FOR-REPORT
           PERFORM 0015-OPEN-TRANSFER-FOR-INPUT
           PERFORM 4165-PRINT-TRANSFER-HEADER
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ OWNER-TRANSFER NEXT RECORD
              AT END
                 MOVE "Y" TO EOF-SWITCH
              NOT AT END
                 IF TR-ROLE = "S"
                    AND (WS-XFR-FROM-DATE = SPACES
                       OR TR-CLOSING-DATE NOT < WS-XFR-FROM-DATE)
                    AND (WS-XFR-TO-DATE = SPACES
                       OR TR-CLOSING-DATE NOT > WS-XFR-TO-DATE)
                    PERFORM 4170-PRINT-TRANSFER-LINE
                 END-IF
              END-READ
           END-PERFORM
           PERFORM 4175-PRINT-TRANSFER-TOTALS
           CLOSE OWNER-TRANSFER
           CLOSE PAYHIST
           CLOSE MYNAMES
           CLOSE PRINT-FILE
           DISPLAY "TRANSFER REGISTER WRITTEN TO TRANSFER.PRT".

       4165-PRINT-TRANSFER-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-XFR-PAGE
           MOVE WS-XFR-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-XFR-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-XFR-FROM-DATE TO WS-XFR-HDR-FROM
           MOVE WS-XFR-TO-DATE TO WS-XFR-HDR-TO
           MOVE WS-XFR-HEADING-2A TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-XFR-HEADING-3 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-XFR-HEADING-3A TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4170-PRINT-TRANSFER-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 4165-PRINT-TRANSFER-HEADER
           END-IF
           MOVE TR-ACCOUNT-NUMBER TO WS-XFR-DTL-SELLER
           MOVE TR-CLOSING-DATE TO WS-XFR-DTL-CLOSING
           MOVE TR-FINAL-BILL TO WS-XFR-DTL-FINAL
           MOVE TR-FINAL-CREDIT TO WS-XFR-DTL-CREDIT
           MOVE TR-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 MOVE "NOT ON OWNER FILE" TO WS-XFR-DTL-S-NAME
              NOT INVALID KEY
                 MOVE OWNER-NAME TO WS-XFR-DTL-S-NAME
           END-READ
           MOVE TR-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER
           READ PAYHIST
              INVALID KEY
                 MOVE ZERO TO PH-BALANCE-DUE
           END-READ
           MOVE PH-BALANCE-DUE TO WS-XFR-DTL-PAYOFF
           ADD PH-BALANCE-DUE TO WS-XFR-PAYOFF-TOTAL
           ADD TR-FINAL-BILL TO WS-XFR-FINAL-TOTAL
           ADD TR-FINAL-CREDIT TO WS-XFR-CREDIT-TOTAL
           MOVE TR-OTHER-ACCOUNT TO WS-XFR-DTL-BUYER
           MOVE TR-OTHER-ACCOUNT TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 MOVE "NOT ON OWNER FILE" TO WS-XFR-DTL-B-NAME
                 MOVE SPACES TO WS-XFR-DTL-ADDRESS
              NOT INVALID KEY
                 MOVE OWNER-NAME TO WS-XFR-DTL-B-NAME
                 MOVE OWNER-ADDRESS TO WS-XFR-DTL-ADDRESS
           END-READ
           MOVE WS-XFR-SELLER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-XFR-BUYER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 3 TO WS-LINE-COUNT
           ADD 1 TO WS-XFR-COUNT.

       4175-PRINT-TRANSFER-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TRANSFERS LISTED:           " TO WS-XFR-TOT-LABEL
           MOVE WS-XFR-COUNT TO WS-XFR-TOT-COUNT
           MOVE WS-XFR-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TOTAL FINAL BILLS:          " TO WS-XFR-AMT-LABEL
           MOVE WS-XFR-FINAL-TOTAL TO WS-XFR-AMT-TOTAL
           MOVE WS-XFR-AMOUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TOTAL FINAL BILL CREDITS:   " TO WS-XFR-AMT-LABEL
           MOVE WS-XFR-CREDIT-TOTAL TO WS-XFR-AMT-TOTAL
           MOVE WS-XFR-AMOUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TOTAL PAYOFF BALANCES:      " TO WS-XFR-AMT-LABEL
           MOVE WS-XFR-PAYOFF-TOTAL TO WS-XFR-AMT-TOTAL
           MOVE WS-XFR-AMOUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      * SERVICE ITEMS. EACH ITEM IS A RATE CLASS, A QUANTITY AND THE
      * DATES IT IS IN SERVICE. AN ITEM THAT IS NO LONGER WANTED IS
      * ENDED WITH A STOP DATE SO ITS LAST MONTH STILL BILLS; DELETE
      * IS ONLY FOR AN ITEM KEYED IN ERROR.
       4200-MAINTAIN-SERVICE-ITEMS.
           MOVE SPACE TO WS-SVC-CHOICE
           PERFORM UNTIL WS-SVC-CHOICE = "E"
              DISPLAY "=================================="
              DISPLAY "SERVICE ITEMS"
              DISPLAY "ADD ITEM [A]"
              DISPLAY "CHANGE ITEM [B]"
              DISPLAY "LIST ITEMS FOR ACCOUNT [C]"
              DISPLAY "DELETE ITEM [D]"
              DISPLAY "RETURN TO MAIN MENU [E]"
              ACCEPT WS-SVC-CHOICE
              EVALUATE WS-SVC-CHOICE
                 WHEN "A"
                    PERFORM 4210-ADD-ITEM
                 WHEN "B"
                    PERFORM 4220-CHANGE-ITEM
                 WHEN "C"
                    PERFORM 4225-LIST-ITEMS
                 WHEN "D"
                    PERFORM 4230-DELETE-ITEM
                 WHEN "E"
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN CHOICE"
              END-EVALUATE
           END-PERFORM.

       4205-ACCEPT-ITEM-ACCOUNT.
           DISPLAY "ACCOUNT NUMBER >>> "
           ACCEPT WS-SVC-ACCOUNT
           MOVE "N" TO WS-SVC-OK-SWITCH
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           MOVE WS-SVC-ACCOUNT TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 DISPLAY "NO ACCOUNT FOUND WITH THAT NUMBER"
              NOT INVALID KEY
                 DISPLAY "OWNER:       " OWNER-NAME
                 MOVE "Y" TO WS-SVC-OK-SWITCH
           END-READ
           CLOSE MYNAMES.

      * THE FIRST ITEM ADDED TO AN ACCOUNT THAT HAS NONE BRINGS ITS
      * EXISTING BASE SERVICE ONTO THE FILE AS ITEM 01, SO ADDING A
      * SECOND CART DOES NOT DROP THE FIRST ONE FROM THE BILL.
       4210-ADD-ITEM.
           PERFORM 4205-ACCEPT-ITEM-ACCOUNT
           IF WS-SVC-OK-SWITCH = "Y" AND OWNER-STATUS = "F"
              DISPLAY "ACCOUNT IS FINALED - NO ITEMS CAN BE ADDED"
              MOVE "N" TO WS-SVC-OK-SWITCH
           END-IF
           IF WS-SVC-OK-SWITCH = "Y"
              PERFORM 0017-OPEN-SVCITEM-FOR-UPDATE
              PERFORM 4215-FIND-LAST-ITEM
              IF WS-SVC-FOUND-SWITCH NOT = "Y"
                 MOVE SPACES TO WS-SVC-START-DATE
                 MOVE SPACES TO WS-SVC-STOP-DATE
                 PERFORM 4240-SEED-BASE-ITEM
                 MOVE 1 TO WS-SVC-LAST-SEQ
                 DISPLAY "BASE SERVICE " OWNER-RATE-CLASS
                    " ENTERED AS ITEM 01"
              END-IF
              IF WS-SVC-LAST-SEQ >= 99
                 DISPLAY "ACCOUNT ALREADY HAS 99 ITEMS"
              ELSE
                 PERFORM 4212-ACCEPT-ITEM-TERMS
                 IF WS-SVC-OK-SWITCH = "Y"
                    MOVE WS-SVC-ACCOUNT TO SI-ACCOUNT-NUMBER
                    ADD 1 TO WS-SVC-LAST-SEQ GIVING SI-ITEM-SEQ
                    MOVE WS-EDIT-RATE-CLASS TO SI-CLASS-CODE
                    MOVE WS-SVC-QUANTITY TO SI-QUANTITY
                    MOVE WS-CLASS-FEE TO SI-UNIT-FEE
                    MOVE WS-SVC-START-DATE TO SI-START-DATE
                    MOVE WS-SVC-STOP-DATE TO SI-STOP-DATE
                    WRITE SERVICE-ITEM-RECORD
                       INVALID KEY
                          DISPLAY "ITEM WRITE FAILED - STATUS "
                             WS-SVCITEM-STATUS
                       NOT INVALID KEY
                          DISPLAY "ITEM " SI-ITEM-SEQ
                             " ADDED FOR ACCOUNT " SI-ACCOUNT-NUMBER
                    END-WRITE
                 END-IF
              END-IF
              CLOSE SERVICE-ITEM
           END-IF.

       4212-ACCEPT-ITEM-TERMS.
           MOVE "Y" TO WS-SVC-OK-SWITCH
           PERFORM 2960-ACCEPT-VALID-RATE-CLASS
           IF WS-CLASS-VALID-SWITCH NOT = "Y"
              DISPLAY "ITEM NOT ADDED"
              MOVE "N" TO WS-SVC-OK-SWITCH
           ELSE
              DISPLAY "QUANTITY (01-99) >>> "
              ACCEPT WS-SVC-QUANTITY
              DISPLAY "START DATE (YYYYMMDD) >>> "
              ACCEPT WS-SVC-START-DATE
              DISPLAY "STOP DATE (YYYYMMDD, BLANK IF ONGOING) >>> "
              ACCEPT WS-SVC-STOP-DATE
              PERFORM 4214-EDIT-ITEM-TERMS
              IF WS-SVC-OK-SWITCH NOT = "Y"
                 DISPLAY "ITEM NOT ADDED"
              END-IF
           END-IF.

       4214-EDIT-ITEM-TERMS.
           MOVE WS-SVC-START-DATE TO WS-BCT-PARM-VALUE
           PERFORM 3715-VALIDATE-DATE-PARM
           EVALUATE TRUE
              WHEN WS-SVC-QUANTITY = ZERO
                 DISPLAY "QUANTITY MUST BE 01 THROUGH 99"
                 MOVE "N" TO WS-SVC-OK-SWITCH
              WHEN WS-BCT-PARM-OK-SWITCH NOT = "Y"
                 DISPLAY "BAD START DATE"
                 MOVE "N" TO WS-SVC-OK-SWITCH
           END-EVALUATE
           IF WS-SVC-OK-SWITCH = "Y"
              AND WS-SVC-STOP-DATE NOT = SPACES
              MOVE WS-SVC-STOP-DATE TO WS-BCT-PARM-VALUE
              PERFORM 3715-VALIDATE-DATE-PARM
              IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
                 DISPLAY "BAD STOP DATE"
                 MOVE "N" TO WS-SVC-OK-SWITCH
              ELSE
                 IF WS-SVC-STOP-DATE < WS-SVC-START-DATE
                    DISPLAY "STOP DATE IS BEFORE THE START DATE"
                    MOVE "N" TO WS-SVC-OK-SWITCH
                 END-IF
              END-IF
           END-IF.

       4215-FIND-LAST-ITEM.
           MOVE ZERO TO WS-SVC-LAST-SEQ
           MOVE "N" TO WS-SVC-FOUND-SWITCH
           PERFORM 4290-START-ACCOUNT-ITEMS
           PERFORM UNTIL WS-SVC-EOF-SWITCH = "Y"
              PERFORM 4292-READ-NEXT-ACCOUNT-ITEM
              IF WS-SVC-EOF-SWITCH NOT = "Y"
                 MOVE SI-ITEM-SEQ TO WS-SVC-LAST-SEQ
              END-IF
           END-PERFORM.

      * ONLY THE QUANTITY AND STOP DATE ARE CHANGED HERE; A DIFFERENT
      * RATE CLASS OR START DATE IS A NEW ITEM. A STOP DATE OF ZEROS
      * PUTS A STOPPED ITEM BACK IN SERVICE.
       4220-CHANGE-ITEM.
           PERFORM 4205-ACCEPT-ITEM-ACCOUNT
           IF WS-SVC-OK-SWITCH = "Y"
              PERFORM 0017-OPEN-SVCITEM-FOR-UPDATE
              PERFORM 4235-DISPLAY-ACCOUNT-ITEMS
              DISPLAY "ITEM NUMBER TO CHANGE >>> "
              ACCEPT WS-SVC-SEQ
              MOVE WS-SVC-ACCOUNT TO SI-ACCOUNT-NUMBER
              MOVE WS-SVC-SEQ TO SI-ITEM-SEQ
              READ SERVICE-ITEM
                 INVALID KEY
                    DISPLAY "NO SUCH ITEM ON THAT ACCOUNT"
                 NOT INVALID KEY
                    PERFORM 4222-ACCEPT-ITEM-CHANGES
              END-READ
              CLOSE SERVICE-ITEM
           END-IF.

       4222-ACCEPT-ITEM-CHANGES.
           DISPLAY "NEW QUANTITY (00 TO KEEP " SI-QUANTITY ") >>> "
           ACCEPT WS-SVC-QUANTITY
           IF WS-SVC-QUANTITY = ZERO
              MOVE SI-QUANTITY TO WS-SVC-QUANTITY
           END-IF
           DISPLAY "STOP DATE (BLANK TO KEEP, ZEROS TO REOPEN) >>> "
           ACCEPT WS-SVC-STOP-DATE
           EVALUATE WS-SVC-STOP-DATE
              WHEN SPACES
                 MOVE SI-STOP-DATE TO WS-SVC-STOP-DATE
              WHEN "00000000"
                 MOVE SPACES TO WS-SVC-STOP-DATE
           END-EVALUATE
           MOVE "Y" TO WS-SVC-OK-SWITCH
           IF WS-SVC-STOP-DATE NOT = SPACES
              MOVE WS-SVC-STOP-DATE TO WS-BCT-PARM-VALUE
              PERFORM 3715-VALIDATE-DATE-PARM
              IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
                 DISPLAY "BAD STOP DATE"
                 MOVE "N" TO WS-SVC-OK-SWITCH
              ELSE
                 IF SI-START-DATE NOT = SPACES
                    AND WS-SVC-STOP-DATE < SI-START-DATE
                    DISPLAY "STOP DATE IS BEFORE THE START DATE"
                    MOVE "N" TO WS-SVC-OK-SWITCH
                 END-IF
              END-IF
           END-IF
           IF WS-SVC-OK-SWITCH NOT = "Y"
              DISPLAY "ITEM NOT CHANGED"
           ELSE
              MOVE WS-SVC-QUANTITY TO SI-QUANTITY
              MOVE WS-SVC-STOP-DATE TO SI-STOP-DATE
              REWRITE SERVICE-ITEM-RECORD
                 INVALID KEY
                    DISPLAY "ITEM REWRITE FAILED - STATUS "
                       WS-SVCITEM-STATUS
                 NOT INVALID KEY
                    DISPLAY "ITEM " SI-ITEM-SEQ " CHANGED"
              END-REWRITE
           END-IF.

       4225-LIST-ITEMS.
           PERFORM 4205-ACCEPT-ITEM-ACCOUNT
           IF WS-SVC-OK-SWITCH = "Y"
              PERFORM 0018-OPEN-SVCITEM-FOR-INPUT
              PERFORM 4235-DISPLAY-ACCOUNT-ITEMS
              CLOSE SERVICE-ITEM
           END-IF.

       4230-DELETE-ITEM.
           PERFORM 4205-ACCEPT-ITEM-ACCOUNT
           IF WS-SVC-OK-SWITCH = "Y"
              PERFORM 0017-OPEN-SVCITEM-FOR-UPDATE
              PERFORM 4235-DISPLAY-ACCOUNT-ITEMS
              DISPLAY "ITEM NUMBER TO DELETE >>> "
              ACCEPT WS-SVC-SEQ
              DISPLAY "TO END SERVICE USE CHANGE [B] AND A STOP DATE"
              DISPLAY "DELETE ONLY AN ITEM ENTERED IN ERROR [Y/N] >>> "
              ACCEPT WS-SVC-CONFIRM
              IF WS-SVC-CONFIRM = "Y"
                 MOVE WS-SVC-ACCOUNT TO SI-ACCOUNT-NUMBER
                 MOVE WS-SVC-SEQ TO SI-ITEM-SEQ
                 DELETE SERVICE-ITEM
                    INVALID KEY
                       DISPLAY "NO SUCH ITEM ON THAT ACCOUNT"
                    NOT INVALID KEY
                       DISPLAY "ITEM " WS-SVC-SEQ " DELETED"
                 END-DELETE
              ELSE
                 DISPLAY "ITEM NOT DELETED"
              END-IF
              CLOSE SERVICE-ITEM
           END-IF.

       4235-DISPLAY-ACCOUNT-ITEMS.
           MOVE "N" TO WS-SVC-FOUND-SWITCH
           PERFORM 4290-START-ACCOUNT-ITEMS
           PERFORM UNTIL WS-SVC-EOF-SWITCH = "Y"
              PERFORM 4292-READ-NEXT-ACCOUNT-ITEM
              IF WS-SVC-EOF-SWITCH NOT = "Y"
                 MOVE SI-UNIT-FEE TO WS-SVC-FEE-DISP
                 DISPLAY SI-ITEM-SEQ " " SI-CLASS-CODE " QTY "
                    SI-QUANTITY " @ " WS-SVC-FEE-DISP " FROM "
                    SI-START-DATE " TO " SI-STOP-DATE
              END-IF
           END-PERFORM
           IF WS-SVC-FOUND-SWITCH NOT = "Y"
              DISPLAY "NO ITEMS - BILLED " OWNER-RATE-CLASS " AT "
                 OWNER-FEE-AMOUNT
           END-IF.

      * ITEM 01 CARRIES THE ACCOUNT'S OWN RATE CLASS AND FEE FROM
      * THEUSERS. THE CALLER HAS SERVICE-ITEM OPEN I-O AND SETS THE
      * ACCOUNT AND THE START AND STOP DATES.
       4240-SEED-BASE-ITEM.
           MOVE WS-SVC-ACCOUNT TO SI-ACCOUNT-NUMBER
           MOVE 1 TO SI-ITEM-SEQ
           MOVE OWNER-RATE-CLASS TO SI-CLASS-CODE
           MOVE 1 TO SI-QUANTITY
           MOVE OWNER-FEE-AMOUNT TO SI-UNIT-FEE
           MOVE WS-SVC-START-DATE TO SI-START-DATE
           MOVE WS-SVC-STOP-DATE TO SI-STOP-DATE
           WRITE SERVICE-ITEM-RECORD
              INVALID KEY
                 DISPLAY "BASE ITEM WRITE FAILED FOR ACCOUNT "
                    SI-ACCOUNT-NUMBER " - STATUS " WS-SVCITEM-STATUS
           END-WRITE.

      * A RATE CLASS OR FEE CHANGED ON THE ACCOUNT IS CARRIED TO ITS
      * ITEM 01 SO THE TWO DO NOT DRIFT APART.
       4245-SYNC-BASE-ITEM.
           PERFORM 0017-OPEN-SVCITEM-FOR-UPDATE
           MOVE ACCOUNT-NUMBER TO SI-ACCOUNT-NUMBER
           MOVE 1 TO SI-ITEM-SEQ
           READ SERVICE-ITEM
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SI-CLASS-CODE NOT = OWNER-RATE-CLASS
                    OR SI-UNIT-FEE NOT = OWNER-FEE-AMOUNT
                    MOVE OWNER-RATE-CLASS TO SI-CLASS-CODE
                    MOVE OWNER-FEE-AMOUNT TO SI-UNIT-FEE
                    REWRITE SERVICE-ITEM-RECORD
                       INVALID KEY
                          DISPLAY "BASE ITEM REWRITE FAILED - STATUS "
                             WS-SVCITEM-STATUS
                    END-REWRITE
                 END-IF
           END-READ
           CLOSE SERVICE-ITEM.

      * PRICES THE ACCOUNT IN THEUSERS FOR THE MONTH ENDING ON
      * WS-SVC-PERIOD-TO. THE CALLER HAS SET WS-MONTH-DAYS FOR THAT
      * MONTH AND HAS SERVICE-ITEM OPEN.
       4250-PRICE-ACCOUNT-ITEMS.
           MOVE WS-SVC-PERIOD-TO TO WS-SVC-PERIOD-FROM
           MOVE 1 TO WS-SVC-PERIOD-FROM-DAY
           MOVE ACCOUNT-NUMBER TO WS-SVC-ACCOUNT
           MOVE "N" TO WS-SVC-PRINT-SWITCH
           MOVE "N" TO WS-SVC-POST-SWITCH
           PERFORM 4255-WALK-ACCOUNT-ITEMS.

       4255-WALK-ACCOUNT-ITEMS.
           MOVE ZERO TO WS-SVC-TOTAL-FEE
           MOVE "N" TO WS-SVC-FOUND-SWITCH
           PERFORM 4290-START-ACCOUNT-ITEMS
           PERFORM UNTIL WS-SVC-EOF-SWITCH = "Y"
              PERFORM 4292-READ-NEXT-ACCOUNT-ITEM
              IF WS-SVC-EOF-SWITCH NOT = "Y"
                 PERFORM 4257-PRORATE-ONE-ITEM
                 IF WS-SVC-DAYS > ZERO
                    ADD WS-SVC-LINE-FEE TO WS-SVC-TOTAL-FEE
                    IF WS-SVC-PRINT-SWITCH = "Y"
                       PERFORM 4260-PRINT-ITEM-LINE
                    END-IF
                    IF WS-SVC-POST-SWITCH = "Y"
                       PERFORM 4265-WRITE-ITEM-DETAIL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * AN ITEM IS CHARGED FOR THE DAYS OF THE PERIOD IT WAS IN
      * SERVICE, OUT OF THE DAYS IN THE MONTH, THE SAME WAY 1650
      * PRORATES A FIRST BILL.
       4257-PRORATE-ONE-ITEM.
           MOVE WS-SVC-PERIOD-FROM TO WS-SVC-ITEM-FROM
           IF SI-START-DATE NOT = SPACES
              AND SI-START-DATE > WS-SVC-ITEM-FROM
              MOVE SI-START-DATE TO WS-SVC-ITEM-FROM
           END-IF
           MOVE WS-SVC-PERIOD-TO TO WS-SVC-ITEM-TO
           IF SI-STOP-DATE NOT = SPACES
              AND SI-STOP-DATE < WS-SVC-ITEM-TO
              MOVE SI-STOP-DATE TO WS-SVC-ITEM-TO
           END-IF
           MOVE ZERO TO WS-SVC-DAYS
           MOVE ZERO TO WS-SVC-LINE-FEE
           IF WS-SVC-ITEM-FROM <= WS-SVC-ITEM-TO
              COMPUTE WS-SVC-DAYS = WS-SVC-ITEM-TO-DAY
                 - WS-SVC-ITEM-FROM-DAY + 1
              MULTIPLY SI-UNIT-FEE BY SI-QUANTITY
                 GIVING WS-SVC-LINE-FULL
              IF WS-SVC-DAYS >= WS-MONTH-DAYS
                 MOVE WS-SVC-LINE-FULL TO WS-SVC-LINE-FEE
              ELSE
                 MULTIPLY WS-SVC-LINE-FULL BY WS-SVC-DAYS
                    GIVING WS-SVC-PRORATE-WORK
                 DIVIDE WS-SVC-PRORATE-WORK BY WS-MONTH-DAYS
                    GIVING WS-SVC-LINE-FEE ROUNDED
              END-IF
           END-IF.

       4260-PRINT-ITEM-LINE.
           MOVE SI-CLASS-CODE TO WS-ST-ITEM-CLASS
           MOVE SI-CLASS-CODE TO RC-CLASS-CODE
           PERFORM 4262-READ-CLASS-DESC
           MOVE SI-QUANTITY TO WS-ST-ITEM-QTY
           MOVE SPACES TO WS-ST-ITEM-NOTE
           IF WS-SVC-DAYS < WS-MONTH-DAYS
              MOVE WS-SVC-DAYS TO WS-SVC-NOTE-DAYS
              MOVE WS-MONTH-DAYS TO WS-SVC-NOTE-MONTH
              MOVE WS-SVC-DAYS-NOTE TO WS-ST-ITEM-NOTE
           END-IF
           MOVE WS-SVC-LINE-FEE TO WS-ST-ITEM-FEE
           MOVE WS-STATEMENT-ITEM-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       4262-READ-CLASS-DESC.
           READ RATE-MASTER
              INVALID KEY
                 MOVE SPACES TO WS-ST-ITEM-DESC
              NOT INVALID KEY
                 MOVE RC-CLASS-DESC TO WS-ST-ITEM-DESC
           END-READ.

       4264-PRINT-LEGACY-ITEM-LINE.
           MOVE OWNER-RATE-CLASS TO WS-ST-ITEM-CLASS
           MOVE OWNER-RATE-CLASS TO RC-CLASS-CODE
           PERFORM 4262-READ-CLASS-DESC
           MOVE 1 TO WS-ST-ITEM-QTY
           MOVE SPACES TO WS-ST-ITEM-NOTE
           IF WS-BILL-FEE NOT = OWNER-FEE-AMOUNT
              MOVE "PRORATED" TO WS-ST-ITEM-NOTE
           END-IF
           MOVE WS-BILL-FEE TO WS-ST-ITEM-FEE
           MOVE WS-STATEMENT-ITEM-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       4265-WRITE-ITEM-DETAIL.
           MOVE WS-BILL-DATE(1:6) TO BD-PERIOD
           MOVE SI-CLASS-CODE TO BD-CLASS-CODE
           MOVE SI-ACCOUNT-NUMBER TO BD-ACCOUNT-NUMBER
           MOVE SI-ITEM-SEQ TO BD-ITEM-SEQ
           MOVE WS-BILL-DATE TO BD-BILL-DATE
           MOVE SI-QUANTITY TO BD-QUANTITY
           MOVE WS-SVC-DAYS TO BD-DAYS
           MOVE WS-SVC-LINE-FEE TO BD-AMOUNT
           PERFORM 4268-WRITE-DETAIL-RECORD.

       4267-WRITE-LEGACY-DETAIL.
           MOVE WS-BILL-DATE(1:6) TO BD-PERIOD
           MOVE OWNER-RATE-CLASS TO BD-CLASS-CODE
           MOVE ACCOUNT-NUMBER TO BD-ACCOUNT-NUMBER
           MOVE ZERO TO BD-ITEM-SEQ
           MOVE WS-BILL-DATE TO BD-BILL-DATE
           MOVE 1 TO BD-QUANTITY
           IF WS-BILL-FEE = OWNER-FEE-AMOUNT
              MOVE WS-MONTH-DAYS TO BD-DAYS
           ELSE
              MOVE WS-PRORATE-DAYS TO BD-DAYS
           END-IF
           MOVE WS-BILL-FEE TO BD-AMOUNT
           PERFORM 4268-WRITE-DETAIL-RECORD.

       4268-WRITE-DETAIL-RECORD.
           WRITE BILL-DETAIL-RECORD
              INVALID KEY
                 DISPLAY "BILL DETAIL WRITE FAILED FOR ACCOUNT "
                    BD-ACCOUNT-NUMBER " - STATUS " WS-BILLDTL-STATUS
           END-WRITE.

      * RUN FROM 1625 ONCE THE "B" CHARGE HAS POSTED, WHILE THE
      * PRICING FROM 1615 OR 4130 IS STILL IN PLACE.
       4270-POST-BILL-DETAIL.
           IF WS-SVC-FOUND-SWITCH = "Y"
              MOVE "Y" TO WS-SVC-POST-SWITCH
              PERFORM 4255-WALK-ACCOUNT-ITEMS
              MOVE "N" TO WS-SVC-POST-SWITCH
           ELSE
              PERFORM 4267-WRITE-LEGACY-DETAIL
           END-IF.

       4275-PRINT-STATEMENT-ITEMS.
           IF WS-SVC-FOUND-SWITCH = "Y"
              MOVE ACCOUNT-NUMBER TO WS-SVC-ACCOUNT
              MOVE "Y" TO WS-SVC-PRINT-SWITCH
              PERFORM 4255-WALK-ACCOUNT-ITEMS
              MOVE "N" TO WS-SVC-PRINT-SWITCH
           ELSE
              PERFORM 4264-PRINT-LEGACY-ITEM-LINE
           END-IF.

      * CARTS AT THE STOP TODAY ARE THE QUANTITIES OF THE ITEMS IN
      * SERVICE TODAY. AN ACCOUNT WITH NO ITEMS HAS ONE CART.
       4285-COUNT-ACCOUNT-CARTS.
           MOVE ZERO TO WS-SVC-CART-COUNT
           MOVE "N" TO WS-SVC-FOUND-SWITCH
           PERFORM 4290-START-ACCOUNT-ITEMS
           PERFORM UNTIL WS-SVC-EOF-SWITCH = "Y"
              PERFORM 4292-READ-NEXT-ACCOUNT-ITEM
              IF WS-SVC-EOF-SWITCH NOT = "Y"
                 IF (SI-START-DATE = SPACES
                    OR SI-START-DATE <= WS-TODAY-DATE)
                    AND (SI-STOP-DATE = SPACES
                    OR SI-STOP-DATE >= WS-TODAY-DATE)
                    ADD SI-QUANTITY TO WS-SVC-CART-COUNT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SVC-FOUND-SWITCH NOT = "Y"
              MOVE 1 TO WS-SVC-CART-COUNT
           END-IF.

       4290-START-ACCOUNT-ITEMS.
           MOVE "N" TO WS-SVC-EOF-SWITCH
           MOVE WS-SVC-ACCOUNT TO SI-ACCOUNT-NUMBER
           MOVE ZERO TO SI-ITEM-SEQ
           START SERVICE-ITEM KEY IS NOT LESS THAN SI-ITEM-KEY
              INVALID KEY
                 MOVE "Y" TO WS-SVC-EOF-SWITCH
           END-START.

       4292-READ-NEXT-ACCOUNT-ITEM.
           READ SERVICE-ITEM NEXT RECORD
              AT END
                 MOVE "Y" TO WS-SVC-EOF-SWITCH
              NOT AT END
                 IF SI-ACCOUNT-NUMBER NOT = WS-SVC-ACCOUNT
                    MOVE "Y" TO WS-SVC-EOF-SWITCH
                 ELSE
                    MOVE "Y" TO WS-SVC-FOUND-SWITCH
                 END-IF
           END-READ.

      * TAX ROLL LIENS. A BALANCE STILL OPEN FROM ON OR BEFORE THE
      * CUTOFF DATE IS CERTIFIED TO THE COUNTY: IT COMES OFF PAYHIST
      * THROUGH A LEDGER "T" (TRANSFERRED TO TAX ROLL), GOES TO THE
      * ASSESSOR ON LIENEXP.DAT, AND STAYS ON LIENS.DAT UNTIL THE
      * COUNTY REMITS IT. IF THE OWNER PAYS US DIRECTLY BEFORE THE
      * ROLL CLOSES THE LIEN IS REVERSED WITH A LEDGER "U", WHICH PUTS
      * THE AMOUNT BACK ON THE ACCOUNT FOR THE PAYMENT TO BE POSTED
      * AGAINST. ACCOUNTS ON A CURRENT PAYMENT PLAN ARE NOT CERTIFIED.
       4300-MAINTAIN-LIENS.
           MOVE SPACE TO WS-LIEN-CHOICE
           PERFORM UNTIL WS-LIEN-CHOICE = "E"
              DISPLAY "=================================="
              DISPLAY "TAX ROLL LIENS"
              DISPLAY "CERTIFY BALANCES TO TAX ROLL [A]"
              DISPLAY "RECORD COUNTY REMITTANCE [B]"
              DISPLAY "PRINT LIEN STATUS LIST [C]"
              DISPLAY "REVERSE LIEN - OWNER PAID DIRECT [D]"
              DISPLAY "RETURN TO MAIN MENU [E]"
              ACCEPT WS-LIEN-CHOICE
              EVALUATE WS-LIEN-CHOICE
                 WHEN "A"
                    PERFORM 4310-RUN-LIEN-CERTIFICATION
                 WHEN "B"
                    PERFORM 4340-RECORD-REMITTANCE
                 WHEN "C"
                    PERFORM 4360-PRINT-LIEN-LIST
                 WHEN "D"
                    PERFORM 4350-REVERSE-LIEN
                 WHEN "E"
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN CHOICE"
              END-EVALUATE
           END-PERFORM.

      * THE REGISTER IS ALWAYS PRINTED AS A PREVIEW FIRST; NOTHING IS
      * POSTED UNTIL THE SUPERVISOR HAS SEEN IT AND SAYS SO.
       4310-RUN-LIEN-CERTIFICATION.
           DISPLAY "CERTIFY BALANCES OPEN ON OR BEFORE (YYYYMMDD) >>> "
           ACCEPT WS-LIEN-CUTOFF-DATE
           DISPLAY "MINIMUM AMOUNT TO CERTIFY >>> "
           ACCEPT WS-LIEN-MINIMUM
           DISPLAY "TAX ROLL CLOSING DATE (YYYYMMDD) >>> "
           ACCEPT WS-LIEN-ROLL-CLOSE-DATE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-LIEN-CERT-DATE
           MOVE WS-LIEN-CUTOFF-DATE TO WS-BCT-PARM-VALUE
           PERFORM 3715-VALIDATE-DATE-PARM
           IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
              OR WS-LIEN-CUTOFF-DATE NOT < WS-LIEN-CERT-DATE
              DISPLAY "CERTIFICATION CANCELLED - BAD CUTOFF DATE"
           ELSE
              MOVE WS-LIEN-ROLL-CLOSE-DATE TO WS-BCT-PARM-VALUE
              PERFORM 3715-VALIDATE-DATE-PARM
              IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
                 OR WS-LIEN-ROLL-CLOSE-DATE < WS-LIEN-CERT-DATE
                 DISPLAY "CERTIFICATION CANCELLED - BAD ROLL CLOSING"
                    " DATE"
              ELSE
                 MOVE "N" TO WS-LIEN-POST-SWITCH
                 PERFORM 4315-RUN-CERTIFICATION-PASS
                 DISPLAY "PREVIEW REGISTER WRITTEN TO LIENCERT.PRT"
                 DISPLAY "NOTHING HAS BEEN CERTIFIED YET"
                 DISPLAY "CERTIFY THESE ACCOUNTS NOW? [Y/N]"
                 ACCEPT WS-LIEN-CONFIRM
                 IF WS-LIEN-CONFIRM = "Y"
                    MOVE "Y" TO WS-LIEN-POST-SWITCH
                    PERFORM 4315-RUN-CERTIFICATION-PASS
                    DISPLAY "CERTIFICATION REGISTER WRITTEN TO"
                       " LIENCERT.PRT"
                    DISPLAY "ASSESSOR FILE WRITTEN TO LIENEXP.DAT"
                 ELSE
                    DISPLAY "NOTHING CERTIFIED"
                 END-IF
              END-IF
           END-IF.

      * ONE PASS OVER THE OWNERS BY ROUTE. WS-LIEN-POST-SWITCH "N"
      * ONLY PRINTS; "Y" ALSO WRITES THE LIEN, THE LEDGER "T", THE
      * PAYHIST CHANGE AND THE ASSESSOR RECORD FOR EACH ACCOUNT.
       4315-RUN-CERTIFICATION-PASS.
           SORT SORT-WORK ON ASCENDING KEY SRT-OWNER-ROUTE-CODE
                            ASCENDING KEY SRT-OWNER-NAME
               USING MYNAMES
               GIVING SORTED-NAMES
           MOVE "LIENCERT.PRT" TO WS-PRINT-FILENAME
           IF WS-LIEN-POST-SWITCH = "Y"
              MOVE "CERTIFIED" TO WS-LNC-MODE
           ELSE
              MOVE "PREVIEW ONLY" TO WS-LNC-MODE
           END-IF
           MOVE ZERO TO WS-LIEN-RTE-COUNT
           MOVE ZERO TO WS-LIEN-RTE-TOTAL
           MOVE ZERO TO WS-LIEN-COUNT
           MOVE ZERO TO WS-LIEN-TOTAL
           MOVE ZERO TO WS-LIEN-PLAN-COUNT
           MOVE ZERO TO WS-LIEN-UNDER-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           MOVE SPACES TO WS-LIEN-PREV-ROUTE
           MOVE "Y" TO WS-LIEN-FIRST-SWITCH
           MOVE "Y" TO WS-LIEN-AGE-SWITCH
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT SORTED-NAMES
           PERFORM 0089-OPEN-LEDGARCH-FOR-REPORT
           PERFORM 0012-OPEN-PAYPLAN-FOR-INPUT
           IF WS-LIEN-POST-SWITCH = "Y"
              PERFORM 0090-OPEN-PAYHIST-FOR-BILLING
              PERFORM 0092-OPEN-LEDGER-FOR-POSTING
              PERFORM 0091-OPEN-NOTICE-FOR-UPDATE
              PERFORM 0023-OPEN-LIENS-FOR-UPDATE
              OPEN OUTPUT LIEN-EXPORT
              PERFORM 4330-WRITE-EXPORT-HEADER
           ELSE
              PERFORM 0095-OPEN-PAYHIST-FOR-REPORT
              PERFORM 0097-OPEN-LEDGER-FOR-REPORT
           END-IF
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ SORTED-NAMES
              AT END
                 MOVE "Y" TO EOF-SWITCH
              NOT AT END
                 PERFORM 4320-CERTIFY-ONE-ACCOUNT
              END-READ
           END-PERFORM
           IF WS-PAGE-NUMBER = 0
              MOVE SPACES TO SRTD-OWNER-ROUTE-CODE
              PERFORM 4322-PRINT-LIEN-HEADER
           ELSE
              PERFORM 4326-PRINT-LIEN-SUBTOTAL
           END-IF
           PERFORM 4328-PRINT-LIEN-TOTALS
           IF WS-LIEN-POST-SWITCH = "Y"
              PERFORM 4334-WRITE-EXPORT-TRAILER
              CLOSE LIEN-EXPORT
              CLOSE LIEN-FILE
              CLOSE NOTICE-FILE
           END-IF
           MOVE "N" TO WS-LIEN-AGE-SWITCH
           CLOSE SORTED-NAMES
           CLOSE PAYHIST
           CLOSE LEDGER
           CLOSE LEDGER-ARCHIVE
           CLOSE PAYMENT-PLAN
           CLOSE PRINT-FILE.

      * THE OPEN PART OF THE BALANCE IS FOUND THE SAME WAY THE AGED
      * RECEIVABLES FINDS IT - CREDITS BURN OFF THE OLDEST CHARGES
      * FIRST - WITH 3225 IN LIEN MODE KEEPING ONLY WHAT IS LEFT OF
      * CHARGES DATED ON OR BEFORE THE CUTOFF. IT IS NEVER MORE THAN
      * WHAT PAYHIST SAYS IS OWED.
       4320-CERTIFY-ONE-ACCOUNT.
           MOVE SRTD-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER
           READ PAYHIST
              INVALID KEY
                 MOVE ZERO TO PH-BALANCE-DUE
           END-READ
           IF PH-BALANCE-DUE > ZERO
              PERFORM 4090-CHECK-ON-PLAN
              IF WS-ON-PLAN-SWITCH = "Y"
                 ADD 1 TO WS-LIEN-PLAN-COUNT
              ELSE
                 MOVE ZERO TO WS-LIEN-OPEN-AMOUNT
                 PERFORM 3215-SUM-ACCOUNT-CREDITS
                 PERFORM 3220-BUCKET-ACCOUNT-CHARGES
                 IF WS-LIEN-OPEN-AMOUNT > PH-BALANCE-DUE
                    MOVE PH-BALANCE-DUE TO WS-LIEN-OPEN-AMOUNT
                 END-IF
                 IF WS-LIEN-OPEN-AMOUNT > ZERO
                    IF WS-LIEN-OPEN-AMOUNT < WS-LIEN-MINIMUM
                       ADD 1 TO WS-LIEN-UNDER-COUNT
                    ELSE
                       MOVE WS-LIEN-OPEN-AMOUNT TO WS-LIEN-CERT-AMOUNT
                       MOVE PH-BALANCE-DUE TO WS-LIEN-BALANCE
                       MOVE "Y" TO WS-LIEN-OK-SWITCH
                       IF WS-LIEN-POST-SWITCH = "Y"
                          PERFORM 4324-POST-ONE-LIEN
                       END-IF
                       IF WS-LIEN-OK-SWITCH = "Y"
                          PERFORM 4325-PRINT-LIEN-LINE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       4322-PRINT-LIEN-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-LNC-PAGE
           MOVE WS-LIEN-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-LIEN-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-LIEN-CUTOFF-DATE TO WS-LNC-HDR-CUTOFF
           MOVE WS-LIEN-MINIMUM TO WS-LNC-HDR-MINIMUM
           MOVE SRTD-OWNER-ROUTE-CODE TO WS-LNC-HDR-ROUTE
           MOVE WS-LIEN-HEADING-2A TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-LIEN-CERT-DATE TO WS-LNC-HDR-CERT
           MOVE WS-LIEN-ROLL-CLOSE-DATE TO WS-LNC-HDR-CLOSE
           MOVE WS-LIEN-HEADING-2B TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-LIEN-HEADING-3 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

      * THE LIEN IS WRITTEN FIRST SO A SECOND RUN THE SAME DAY CANNOT
      * CERTIFY THE SAME ACCOUNT TWICE; ONLY THEN DOES THE MONEY MOVE.
       4324-POST-ONE-LIEN.
           MOVE SRTD-ACCOUNT-NUMBER TO LN-ACCOUNT-NUMBER
           MOVE WS-LIEN-CERT-DATE TO LN-CERT-DATE
           MOVE WS-LIEN-CUTOFF-DATE TO LN-CUTOFF-DATE
           MOVE WS-LIEN-ROLL-CLOSE-DATE TO LN-ROLL-CLOSE-DATE
           MOVE WS-LIEN-CERT-AMOUNT TO LN-CERT-AMOUNT
           MOVE ZERO TO LN-REMIT-AMOUNT
           MOVE SPACES TO LN-REMIT-DATE
           MOVE "C" TO LN-LIEN-STATUS
           MOVE WS-LIEN-CERT-DATE TO LN-STATUS-DATE
           MOVE WS-OPERATOR-ID TO LN-OPERATOR
           WRITE LIEN-RECORD
              INVALID KEY
                 DISPLAY "ACCOUNT " SRTD-ACCOUNT-NUMBER
                    " ALREADY CERTIFIED TODAY - SKIPPED"
                 MOVE "N" TO WS-LIEN-OK-SWITCH
           END-WRITE
           IF WS-LIEN-OK-SWITCH = "Y"
              SUBTRACT WS-LIEN-CERT-AMOUNT FROM PH-BALANCE-DUE
              REWRITE PAYMENT-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY "PAYMENT HISTORY REWRITE FAILED"
              END-REWRITE
              IF PH-BALANCE-DUE <= ZERO
                 PERFORM 2037-CLEAR-NOTICE-COUNT
              END-IF
              MOVE SRTD-ACCOUNT-NUMBER TO LG-ACCOUNT-NUMBER
              MOVE WS-LIEN-CERT-DATE TO LG-TRANS-DATE
              MOVE "T" TO LG-TRANS-TYPE
              MOVE WS-LIEN-CERT-AMOUNT TO LG-TRANS-AMOUNT
              PERFORM 9600-WRITE-LEDGER-RECORD
              PERFORM 4332-WRITE-EXPORT-DETAIL
           END-IF.

       4325-PRINT-LIEN-LINE.
           IF WS-LIEN-FIRST-SWITCH = "Y"
              OR SRTD-OWNER-ROUTE-CODE NOT = WS-LIEN-PREV-ROUTE
              IF WS-LIEN-FIRST-SWITCH NOT = "Y"
                 PERFORM 4326-PRINT-LIEN-SUBTOTAL
              END-IF
              MOVE ZERO TO WS-LIEN-RTE-COUNT
              MOVE ZERO TO WS-LIEN-RTE-TOTAL
              PERFORM 4322-PRINT-LIEN-HEADER
              MOVE SRTD-OWNER-ROUTE-CODE TO WS-LIEN-PREV-ROUTE
              MOVE "N" TO WS-LIEN-FIRST-SWITCH
           ELSE
              IF WS-LINE-COUNT >= WS-PAGE-SIZE
                 PERFORM 4322-PRINT-LIEN-HEADER
              END-IF
           END-IF
           MOVE SRTD-ACCOUNT-NUMBER TO WS-LNC-DET-ACCOUNT
           MOVE SRTD-OWNER-NAME TO WS-LNC-DET-NAME
           MOVE SRTD-OWNER-ADDRESS TO WS-LNC-DET-ADDRESS
           MOVE WS-LIEN-BALANCE TO WS-LNC-DET-BALANCE
           MOVE WS-LIEN-CERT-AMOUNT TO WS-LNC-DET-CERT
           MOVE WS-LIEN-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-LIEN-RTE-COUNT
           ADD WS-LIEN-CERT-AMOUNT TO WS-LIEN-RTE-TOTAL
           ADD 1 TO WS-LIEN-COUNT
           ADD WS-LIEN-CERT-AMOUNT TO WS-LIEN-TOTAL.

       4326-PRINT-LIEN-SUBTOTAL.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-LIEN-PREV-ROUTE TO WS-LNC-SUB-ROUTE
           MOVE WS-LIEN-RTE-COUNT TO WS-LNC-SUB-COUNT
           MOVE WS-LIEN-RTE-TOTAL TO WS-LNC-SUB-TOTAL
           MOVE WS-LIEN-SUBTOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       4328-PRINT-LIEN-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "ACCOUNTS CERTIFIED:" TO WS-LNC-TOT-LABEL
           MOVE WS-LIEN-COUNT TO WS-LNC-TOT-COUNT
           MOVE WS-LIEN-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TOTAL CERTIFIED TO TAX ROLL:" TO WS-LNC-AMT-LABEL
           MOVE WS-LIEN-TOTAL TO WS-LNC-AMT-TOTAL
           MOVE WS-LIEN-AMOUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "NOT CERTIFIED - UNDER MINIMUM:" TO WS-LNC-TOT-LABEL
           MOVE WS-LIEN-UNDER-COUNT TO WS-LNC-TOT-COUNT
           MOVE WS-LIEN-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "NOT CERTIFIED - ON PAYMENT PLAN:" TO WS-LNC-TOT-LABEL
           MOVE WS-LIEN-PLAN-COUNT TO WS-LNC-TOT-COUNT
           MOVE WS-LIEN-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       4330-WRITE-EXPORT-HEADER.
           MOVE SPACES TO LIEN-EXPORT-HEADER
           MOVE "H" TO LX-HDR-TYPE
           MOVE WS-LIEN-CERT-DATE TO LX-HDR-CERT-DATE
           MOVE WS-LIEN-ROLL-CLOSE-DATE TO LX-HDR-ROLL-CLOSE
           WRITE LIEN-EXPORT-HEADER.

       4332-WRITE-EXPORT-DETAIL.
           MOVE "D" TO LX-RECORD-TYPE
           MOVE SRTD-ACCOUNT-NUMBER TO LX-ACCOUNT-NUMBER
           MOVE SRTD-OWNER-NAME TO LX-OWNER-NAME
           MOVE SRTD-OWNER-ADDRESS TO LX-SERVICE-ADDRESS
           MOVE WS-LIEN-CERT-AMOUNT TO LX-CERT-AMOUNT
           WRITE LIEN-EXPORT-RECORD.

      * THE TRAILER COUNTS WHAT WAS ACTUALLY POSTED, WHICH IS WHAT
      * THE REGISTER TOTALS SHOW ON A POSTING RUN.
       4334-WRITE-EXPORT-TRAILER.
           MOVE SPACES TO LIEN-EXPORT-TRAILER
           MOVE "T" TO LX-TRL-TYPE
           MOVE WS-LIEN-COUNT TO LX-TRL-COUNT
           MOVE WS-LIEN-TOTAL TO LX-TRL-AMOUNT
           WRITE LIEN-EXPORT-TRAILER.

      * COUNTY REMITTANCES ARE RECORDED AGAINST THE LIEN ONLY. THE
      * ACCOUNT ITSELF WAS SETTLED WHEN THE BALANCE WENT TO THE ROLL.
       4340-RECORD-REMITTANCE.
           PERFORM 0023-OPEN-LIENS-FOR-UPDATE
           DISPLAY "ACCOUNT NUMBER (000000 TO END) >>> "
           ACCEPT WS-LIEN-ACCOUNT
           PERFORM UNTIL WS-LIEN-ACCOUNT = ZERO
              PERFORM 4345-APPLY-ONE-REMITTANCE
              DISPLAY "ACCOUNT NUMBER (000000 TO END) >>> "
              ACCEPT WS-LIEN-ACCOUNT
           END-PERFORM
           CLOSE LIEN-FILE.

       4345-APPLY-ONE-REMITTANCE.
           PERFORM 4390-FIND-OPEN-LIEN
           IF WS-LIEN-FOUND-SWITCH NOT = "Y"
              DISPLAY "NO LIEN ON THE ROLL FOR THAT ACCOUNT"
           ELSE
              SUBTRACT LN-REMIT-AMOUNT FROM LN-CERT-AMOUNT
                 GIVING WS-LIEN-STILL-DUE
              MOVE WS-LIEN-STILL-DUE TO WS-LIEN-AMOUNT-DISP
              DISPLAY "CERTIFIED " LN-CERT-DATE " - STILL DUE FROM"
                 " COUNTY " WS-LIEN-AMOUNT-DISP
              DISPLAY "AMOUNT REMITTED BY COUNTY >>> "
              ACCEPT WS-LIEN-REMIT-AMOUNT
              DISPLAY "REMITTANCE DATE (YYYYMMDD) >>> "
              ACCEPT WS-LIEN-REMIT-DATE
              MOVE WS-LIEN-REMIT-DATE TO WS-BCT-PARM-VALUE
              PERFORM 3715-VALIDATE-DATE-PARM
              IF WS-LIEN-REMIT-AMOUNT = ZERO
                 OR WS-LIEN-REMIT-AMOUNT > WS-LIEN-STILL-DUE
                 DISPLAY "REMITTANCE REJECTED - MORE THAN IS STILL DUE"
              ELSE
              IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
                 DISPLAY "REMITTANCE REJECTED - BAD DATE"
              ELSE
                 ADD WS-LIEN-REMIT-AMOUNT TO LN-REMIT-AMOUNT
                 MOVE WS-LIEN-REMIT-DATE TO LN-REMIT-DATE
                 IF LN-REMIT-AMOUNT >= LN-CERT-AMOUNT
                    MOVE "R" TO LN-LIEN-STATUS
                    MOVE WS-LIEN-REMIT-DATE TO LN-STATUS-DATE
                 END-IF
                 MOVE WS-OPERATOR-ID TO LN-OPERATOR
                 REWRITE LIEN-RECORD
                    INVALID KEY
                       DISPLAY "LIEN REWRITE FAILED"
                    NOT INVALID KEY
                       DISPLAY "REMITTANCE RECORDED"
                 END-REWRITE
              END-IF
              END-IF
           END-IF.

      * ONLY A LIEN THE COUNTY HAS NOT STARTED PAYING ON CAN BE TAKEN
      * BACK, AND ONLY UNTIL THE ROLL CLOSES.
       4350-REVERSE-LIEN.
           DISPLAY "ACCOUNT NUMBER >>> "
           ACCEPT WS-LIEN-ACCOUNT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0023-OPEN-LIENS-FOR-UPDATE
           PERFORM 4390-FIND-OPEN-LIEN
           IF WS-LIEN-FOUND-SWITCH NOT = "Y"
              DISPLAY "NO LIEN ON THE ROLL FOR THAT ACCOUNT"
           ELSE
           IF LN-REMIT-AMOUNT NOT = ZERO
              DISPLAY "COUNTY HAS ALREADY REMITTED ON THIS LIEN"
                 " - CANNOT REVERSE"
           ELSE
           IF WS-TODAY-DATE > LN-ROLL-CLOSE-DATE
              DISPLAY "TAX ROLL CLOSED " LN-ROLL-CLOSE-DATE
                 " - LIEN CAN NO LONGER BE REVERSED"
           ELSE
              MOVE LN-CERT-AMOUNT TO WS-LIEN-AMOUNT-DISP
              DISPLAY "CERTIFIED " LN-CERT-DATE " AMOUNT "
                 WS-LIEN-AMOUNT-DISP
              DISPLAY "REVERSE THIS LIEN - OWNER PAID DIRECT? [Y/N]"
              ACCEPT WS-LIEN-CONFIRM
              IF WS-LIEN-CONFIRM = "Y"
                 PERFORM 4355-POST-LIEN-REVERSAL
              ELSE
                 DISPLAY "LIEN NOT REVERSED"
              END-IF
           END-IF
           END-IF
           END-IF
           CLOSE LIEN-FILE.

       4355-POST-LIEN-REVERSAL.
           PERFORM 0090-OPEN-PAYHIST-FOR-BILLING
           MOVE WS-LIEN-ACCOUNT TO PH-ACCOUNT-NUMBER
           READ PAYHIST
              INVALID KEY
                 DISPLAY "NO PAYMENT HISTORY ON FILE - NOT REVERSED"
              NOT INVALID KEY
                 ADD LN-CERT-AMOUNT TO PH-BALANCE-DUE
                 REWRITE PAYMENT-HISTORY-RECORD
                    INVALID KEY
                       DISPLAY "PAYMENT HISTORY REWRITE FAILED"
                 END-REWRITE
                 PERFORM 0092-OPEN-LEDGER-FOR-POSTING
                 MOVE WS-LIEN-ACCOUNT TO LG-ACCOUNT-NUMBER
                 MOVE WS-TODAY-DATE TO LG-TRANS-DATE
                 MOVE "U" TO LG-TRANS-TYPE
                 MOVE LN-CERT-AMOUNT TO LG-TRANS-AMOUNT
                 PERFORM 9600-WRITE-LEDGER-RECORD
                 CLOSE LEDGER
                 MOVE "V" TO LN-LIEN-STATUS
                 MOVE WS-TODAY-DATE TO LN-STATUS-DATE
                 MOVE WS-OPERATOR-ID TO LN-OPERATOR
                 REWRITE LIEN-RECORD
                    INVALID KEY
                       DISPLAY "LIEN REWRITE FAILED"
                 END-REWRITE
                 DISPLAY "LIEN REVERSED - " WS-LIEN-AMOUNT-DISP
                    " IS BACK ON THE ACCOUNT"
                 DISPLAY "POST THE OWNER'S PAYMENT WITH CASH RECEIPTS"
                    " [J] AND NOTIFY THE ASSESSOR"
           END-READ
           CLOSE PAYHIST.

       4360-PRINT-LIEN-LIST.
           MOVE "LIENLIST.PRT" TO WS-PRINT-FILENAME
           MOVE ZERO TO WS-LIEN-COUNT
           MOVE ZERO TO WS-LIEN-CERT-TOTAL
           MOVE ZERO TO WS-LIEN-REMIT-TOTAL
           MOVE ZERO TO WS-LIEN-OPEN-TOTAL
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0024-OPEN-LIENS-FOR-INPUT
           PERFORM 4362-PRINT-LIST-HEADER
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ LIEN-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO EOF-SWITCH
              NOT AT END
                 PERFORM 4365-PRINT-LIST-LINE
              END-READ
           END-PERFORM
           PERFORM 4368-PRINT-LIST-TOTALS
           CLOSE LIEN-FILE
           CLOSE MYNAMES
           CLOSE PRINT-FILE
           DISPLAY "LIEN LIST WRITTEN TO LIENLIST.PRT".

       4362-PRINT-LIST-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-LNC-PAGE
           MOVE WS-LIEN-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-LIEN-LIST-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-LIEN-LIST-HEADING-3 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4365-PRINT-LIST-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 4362-PRINT-LIST-HEADER
           END-IF
           MOVE LN-ACCOUNT-NUMBER TO WS-LNL-ACCOUNT
           MOVE LN-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 MOVE "NOT ON OWNER FILE" TO WS-LNL-NAME
              NOT INVALID KEY
                 MOVE OWNER-NAME TO WS-LNL-NAME
           END-READ
           MOVE LN-CERT-DATE TO WS-LNL-CERT-DATE
           MOVE ZERO TO WS-LIEN-STILL-DUE
           EVALUATE LN-LIEN-STATUS
              WHEN "C"
                 MOVE "ON ROLL" TO WS-LNL-STATUS
                 SUBTRACT LN-REMIT-AMOUNT FROM LN-CERT-AMOUNT
                    GIVING WS-LIEN-STILL-DUE
              WHEN "R"
                 MOVE "REMITTED" TO WS-LNL-STATUS
              WHEN "V"
                 MOVE "REVERSED" TO WS-LNL-STATUS
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-LNL-STATUS
           END-EVALUATE
           MOVE LN-CERT-AMOUNT TO WS-LNL-CERT
           MOVE LN-REMIT-AMOUNT TO WS-LNL-REMIT
           MOVE WS-LIEN-STILL-DUE TO WS-LNL-OPEN
           MOVE WS-LIEN-LIST-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-LIEN-COUNT
           IF LN-LIEN-STATUS NOT = "V"
              ADD LN-CERT-AMOUNT TO WS-LIEN-CERT-TOTAL
           END-IF
           ADD LN-REMIT-AMOUNT TO WS-LIEN-REMIT-TOTAL
           ADD WS-LIEN-STILL-DUE TO WS-LIEN-OPEN-TOTAL.

       4368-PRINT-LIST-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "LIENS LISTED:" TO WS-LNC-TOT-LABEL
           MOVE WS-LIEN-COUNT TO WS-LNC-TOT-COUNT
           MOVE WS-LIEN-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "CERTIFIED (NOT REVERSED):" TO WS-LNC-AMT-LABEL
           MOVE WS-LIEN-CERT-TOTAL TO WS-LNC-AMT-TOTAL
           MOVE WS-LIEN-AMOUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "REMITTED BY COUNTY:" TO WS-LNC-AMT-LABEL
           MOVE WS-LIEN-REMIT-TOTAL TO WS-LNC-AMT-TOTAL
           MOVE WS-LIEN-AMOUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "STILL ON THE ROLL:" TO WS-LNC-AMT-LABEL
           MOVE WS-LIEN-OPEN-TOTAL TO WS-LNC-AMT-TOTAL
           MOVE WS-LIEN-AMOUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      * FINDS THE ACCOUNT'S LIEN STILL ON THE ROLL (STATUS C), IF ANY,
      * LEAVING IT IN THE RECORD AREA FOR A REWRITE. THE CALLER SETS
      * WS-LIEN-ACCOUNT AND HAS LIENS.DAT OPEN.
       4390-FIND-OPEN-LIEN.
           MOVE "N" TO WS-LIEN-FOUND-SWITCH
           MOVE WS-LIEN-ACCOUNT TO LN-ACCOUNT-NUMBER
           MOVE SPACES TO LN-CERT-DATE
           MOVE "N" TO WS-LIEN-EOF-SWITCH
           START LIEN-FILE KEY IS NOT LESS THAN LN-LIEN-KEY
              INVALID KEY
                 MOVE "Y" TO WS-LIEN-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-LIEN-EOF-SWITCH = "Y"
              READ LIEN-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-LIEN-EOF-SWITCH
              NOT AT END
                 IF LN-ACCOUNT-NUMBER NOT = WS-LIEN-ACCOUNT
                    MOVE "Y" TO WS-LIEN-EOF-SWITCH
                 ELSE
                    IF LN-LIEN-STATUS = "C"
                       MOVE "Y" TO WS-LIEN-FOUND-SWITCH
                       MOVE "Y" TO WS-LIEN-EOF-SWITCH
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.

      * SERVICE REQUESTS. THE FRONT DESK LOGS EACH CALL AGAINST THE
      * ACCOUNT; THE ROUTE AND CREW COME FROM THE OWNER FILE AND THE
      * ROUTE MASTER. OPEN REQUESTS PRINT AS WORK ORDERS FOR THE
      * CREWS. CLOSING A MISSED PICKUP THE CREW CONFIRMS CREDITS THE
      * ACCOUNT ONE PICKUP WITH A LEDGER "M".
       4400-MAINTAIN-SERVICE-REQUESTS.
           MOVE SPACE TO WS-REQ-CHOICE
           PERFORM UNTIL WS-REQ-CHOICE = "E"
              DISPLAY "=================================="
              DISPLAY "SERVICE REQUESTS"
              DISPLAY "ENTER NEW REQUEST [A]"
              DISPLAY "CLOSE OUT REQUEST [B]"
              DISPLAY "PRINT DAILY WORK ORDERS [C]"
              DISPLAY "PRINT MONTHLY MISSED PICKUPS [D]"
              DISPLAY "RETURN TO MAIN MENU [E]"
              ACCEPT WS-REQ-CHOICE
              EVALUATE WS-REQ-CHOICE
                 WHEN "A"
                    PERFORM 4410-ENTER-REQUEST
                 WHEN "B"
                    PERFORM 4420-CLOSE-REQUEST
                 WHEN "C"
                    PERFORM 4440-PRINT-WORK-ORDERS
                 WHEN "D"
                    PERFORM 4460-PRINT-MISSED-PICKUPS
                 WHEN "E"
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN CHOICE"
              END-EVALUATE
           END-PERFORM.

       4410-ENTER-REQUEST.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "ACCOUNT NUMBER >>> "
           ACCEPT WS-REQ-ACCOUNT
           MOVE "N" TO WS-REQ-OK-SWITCH
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           MOVE WS-REQ-ACCOUNT TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 DISPLAY "NO ACCOUNT FOUND WITH THAT NUMBER"
              NOT INVALID KEY
                 DISPLAY "OWNER:   " OWNER-NAME
                 DISPLAY "ADDRESS: " OWNER-ADDRESS
                 MOVE OWNER-ROUTE-CODE TO WS-REQ-ROUTE
                 MOVE OWNER-PICKUP-DAY TO WS-REQ-DAY
                 MOVE "Y" TO WS-REQ-OK-SWITCH
           END-READ
           CLOSE MYNAMES
           IF WS-REQ-OK-SWITCH = "Y"
              PERFORM 4412-ACCEPT-REQUEST-TERMS
           END-IF
           IF WS-REQ-OK-SWITCH = "Y"
              PERFORM 4414-WRITE-REQUEST
           END-IF.

       4412-ACCEPT-REQUEST-TERMS.
           DISPLAY "TYPE - MISSED PICKUP [M], DAMAGED CART [D],"
              " CART DELIVERY [C], OTHER [O] >>> "
           ACCEPT WS-REQ-TYPE
           DISPLAY "DATE CALLED YYYYMMDD (BLANK FOR TODAY) >>> "
           ACCEPT WS-REQ-DATE
           IF WS-REQ-DATE = SPACES
              MOVE WS-TODAY-DATE TO WS-REQ-DATE
           END-IF
           DISPLAY "DESCRIPTION >>> "
           ACCEPT WS-REQ-DESCRIPTION
           MOVE WS-REQ-DATE TO WS-BCT-PARM-VALUE
           PERFORM 3715-VALIDATE-DATE-PARM
           IF WS-REQ-TYPE NOT = "M" AND WS-REQ-TYPE NOT = "D"
              AND WS-REQ-TYPE NOT = "C" AND WS-REQ-TYPE NOT = "O"
              DISPLAY "UNKNOWN REQUEST TYPE - NOT ENTERED"
              MOVE "N" TO WS-REQ-OK-SWITCH
           ELSE
           IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
              OR WS-REQ-DATE > WS-TODAY-DATE
              DISPLAY "BAD DATE CALLED - NOT ENTERED"
              MOVE "N" TO WS-REQ-OK-SWITCH
           END-IF
           END-IF.

      * THE CREW IS WHOEVER THE ROUTE MASTER HAS ON THE ROUTE TODAY;
      * THE OWNER'S OWN PICKUP DAY WINS OVER THE ROUTE'S.
       4414-WRITE-REQUEST.
           PERFORM 0098-OPEN-ROUTEMST-FOR-INPUT
           MOVE SPACES TO WS-REQ-CREW
           MOVE WS-REQ-ROUTE TO RM-ROUTE-CODE
           READ ROUTE-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE RM-ROUTE-CREW TO WS-REQ-CREW
                 IF WS-REQ-DAY = SPACES
                    MOVE RM-PICKUP-DAY TO WS-REQ-DAY
                 END-IF
           END-READ
           CLOSE ROUTE-MASTER
           PERFORM 0026-OPEN-SVCREQ-FOR-UPDATE
           PERFORM 4415-FIND-LAST-REQUEST
           MOVE SPACES TO SERVICE-REQUEST-RECORD
           ADD 1 TO WS-REQ-LAST-NUMBER GIVING SR-REQUEST-NUMBER
           MOVE WS-REQ-ACCOUNT TO SR-ACCOUNT-NUMBER
           MOVE WS-REQ-TYPE TO SR-REQUEST-TYPE
           MOVE WS-REQ-DATE TO SR-DATE-CALLED
           MOVE WS-REQ-ROUTE TO SR-ROUTE-CODE
           MOVE WS-REQ-DAY TO SR-PICKUP-DAY
           MOVE WS-REQ-CREW TO SR-ROUTE-CREW
           MOVE WS-REQ-DESCRIPTION TO SR-DESCRIPTION
           MOVE "O" TO SR-STATUS
           MOVE "N" TO SR-CONFIRMED
           MOVE ZERO TO SR-CREDIT-AMOUNT
           MOVE WS-OPERATOR-ID TO SR-ENTERED-BY
           WRITE SERVICE-REQUEST-RECORD
              INVALID KEY
                 DISPLAY "SERVICE REQUEST WRITE FAILED"
              NOT INVALID KEY
                 DISPLAY "REQUEST " SR-REQUEST-NUMBER
                    " ENTERED - ROUTE " SR-ROUTE-CODE
                    " " SR-PICKUP-DAY " CREW " SR-ROUTE-CREW
           END-WRITE
           CLOSE SERVICE-REQUEST.

       4415-FIND-LAST-REQUEST.
           MOVE ZERO TO WS-REQ-LAST-NUMBER
           MOVE "N" TO WS-REQ-EOF-SWITCH
           PERFORM UNTIL WS-REQ-EOF-SWITCH = "Y"
              READ SERVICE-REQUEST NEXT RECORD
              AT END
                 MOVE "Y" TO WS-REQ-EOF-SWITCH
              NOT AT END
                 MOVE SR-REQUEST-NUMBER TO WS-REQ-LAST-NUMBER
              END-READ
           END-PERFORM.

       4420-CLOSE-REQUEST.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "REQUEST NUMBER >>> "
           ACCEPT WS-REQ-NUMBER
           PERFORM 0026-OPEN-SVCREQ-FOR-UPDATE
           MOVE WS-REQ-NUMBER TO SR-REQUEST-NUMBER
           READ SERVICE-REQUEST
              INVALID KEY
                 DISPLAY "NO SERVICE REQUEST WITH THAT NUMBER"
              NOT INVALID KEY
                 IF SR-STATUS NOT = "O"
                    DISPLAY "REQUEST WAS ALREADY CLOSED " SR-CLOSE-DATE
                 ELSE
                    PERFORM 4422-CLOSE-ONE-REQUEST
                 END-IF
           END-READ
           CLOSE SERVICE-REQUEST.

       4422-CLOSE-ONE-REQUEST.
           MOVE SR-REQUEST-TYPE TO WS-REQ-TYPE
           PERFORM 4435-SET-REQUEST-TYPE-DESC
           DISPLAY "ACCOUNT: " SR-ACCOUNT-NUMBER "  " WS-REQ-TYPE-DESC
              "  CALLED " SR-DATE-CALLED
           DISPLAY "ROUTE:   " SR-ROUTE-CODE " " SR-PICKUP-DAY
              "  CREW " SR-ROUTE-CREW
           DISPLAY "DETAIL:  " SR-DESCRIPTION
           MOVE "N" TO WS-REQ-CONFIRM
           MOVE ZERO TO WS-REQ-CREDIT
           IF SR-REQUEST-TYPE = "M"
              DISPLAY "MISSED PICKUP CONFIRMED BY THE CREW? [Y/N]"
              ACCEPT WS-REQ-CONFIRM
           END-IF
           DISPLAY "RESOLUTION >>> "
           ACCEPT WS-REQ-RESOLUTION
           IF WS-REQ-CONFIRM = "Y"
              PERFORM 4425-POST-PICKUP-CREDIT
           ELSE
              MOVE "N" TO WS-REQ-CONFIRM
           END-IF
           MOVE WS-REQ-CONFIRM TO SR-CONFIRMED
           MOVE WS-REQ-CREDIT TO SR-CREDIT-AMOUNT
           MOVE WS-REQ-RESOLUTION TO SR-RESOLUTION
           MOVE "C" TO SR-STATUS
           MOVE WS-TODAY-DATE TO SR-CLOSE-DATE
           MOVE WS-OPERATOR-ID TO SR-CLOSED-BY
           REWRITE SERVICE-REQUEST-RECORD
              INVALID KEY
                 DISPLAY "SERVICE REQUEST REWRITE FAILED"
              NOT INVALID KEY
                 DISPLAY "REQUEST CLOSED"
           END-REWRITE.

      * THE CREDIT IS DATED THE DAY THE REQUEST IS CLOSED, LIKE ANY
      * OTHER ADJUSTMENT, AND COMES OFF PAYHIST THE WAY A WRITE-OFF
      * DOES.
       4425-POST-PICKUP-CREDIT.
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           MOVE SR-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 MOVE ZERO TO OWNER-FEE-AMOUNT
           END-READ
           PERFORM 0018-OPEN-SVCITEM-FOR-INPUT
           PERFORM 4430-COMPUTE-PICKUP-CREDIT
           CLOSE SERVICE-ITEM
           CLOSE MYNAMES
           IF WS-REQ-CREDIT = ZERO
              DISPLAY "NO RATE ON FILE - NO CREDIT POSTED"
           ELSE
              PERFORM 0090-OPEN-PAYHIST-FOR-BILLING
              PERFORM 0091-OPEN-NOTICE-FOR-UPDATE
              MOVE SR-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER
              READ PAYHIST
                 INVALID KEY
                    DISPLAY "NO PAYMENT SUMMARY ON FILE - NO CREDIT"
                       " POSTED"
                    MOVE ZERO TO WS-REQ-CREDIT
                 NOT INVALID KEY
                    SUBTRACT WS-REQ-CREDIT FROM PH-BALANCE-DUE
                    REWRITE PAYMENT-HISTORY-RECORD
                       INVALID KEY
                          DISPLAY "PAYMENT HISTORY REWRITE FAILED"
                    END-REWRITE
                    IF PH-BALANCE-DUE <= ZERO
                       PERFORM 2037-CLEAR-NOTICE-COUNT
                    END-IF
                    PERFORM 0092-OPEN-LEDGER-FOR-POSTING
                    MOVE SR-ACCOUNT-NUMBER TO LG-ACCOUNT-NUMBER
                    MOVE WS-TODAY-DATE TO LG-TRANS-DATE
                    MOVE "M" TO LG-TRANS-TYPE
                    MOVE WS-REQ-CREDIT TO LG-TRANS-AMOUNT
                    PERFORM 9600-WRITE-LEDGER-RECORD
                    CLOSE LEDGER
                    MOVE WS-REQ-CREDIT TO WS-REQ-CREDIT-DISP
                    DISPLAY "MISSED PICKUP CREDIT OF "
                       WS-REQ-CREDIT-DISP " POSTED"
              END-READ
              CLOSE NOTICE-FILE
              CLOSE PAYHIST
           END-IF.

      * ONE PICKUP IS ONE WEEK OF SERVICE - THE MONTHLY RATE TIMES 12
      * OVER 52. THE MONTHLY RATE IS WHAT THE ACCOUNT'S ITEMS IN
      * SERVICE ON THE DAY CALLED ADD UP TO, OR OWNER-FEE-AMOUNT FOR
      * AN ACCOUNT WITH NO ITEMS.
       4430-COMPUTE-PICKUP-CREDIT.
           MOVE ZERO TO WS-REQ-RATE
           MOVE SR-ACCOUNT-NUMBER TO WS-SVC-ACCOUNT
           MOVE "N" TO WS-SVC-FOUND-SWITCH
           PERFORM 4290-START-ACCOUNT-ITEMS
           PERFORM UNTIL WS-SVC-EOF-SWITCH = "Y"
              PERFORM 4292-READ-NEXT-ACCOUNT-ITEM
              IF WS-SVC-EOF-SWITCH NOT = "Y"
                 IF (SI-START-DATE = SPACES
                    OR SI-START-DATE <= SR-DATE-CALLED)
                    AND (SI-STOP-DATE = SPACES
                    OR SI-STOP-DATE >= SR-DATE-CALLED)
                    MULTIPLY SI-UNIT-FEE BY SI-QUANTITY
                       GIVING WS-SVC-LINE-FULL
                    ADD WS-SVC-LINE-FULL TO WS-REQ-RATE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SVC-FOUND-SWITCH NOT = "Y"
              MOVE OWNER-FEE-AMOUNT TO WS-REQ-RATE
           END-IF
           MULTIPLY WS-REQ-RATE BY 12 GIVING WS-REQ-RATE-WORK
           DIVIDE WS-REQ-RATE-WORK BY 52
              GIVING WS-REQ-CREDIT ROUNDED.

       4435-SET-REQUEST-TYPE-DESC.
           EVALUATE WS-REQ-TYPE
              WHEN "M"
                 MOVE "MISSED PICKUP" TO WS-REQ-TYPE-DESC
              WHEN "D"
                 MOVE "DAMAGED CART" TO WS-REQ-TYPE-DESC
              WHEN "C"
                 MOVE "CART DELIVERY" TO WS-REQ-TYPE-DESC
              WHEN "O"
                 MOVE "OTHER" TO WS-REQ-TYPE-DESC
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-REQ-TYPE-DESC
           END-EVALUATE.

      * OPEN REQUESTS FOR THE CREWS, ONE SHEET PER ROUTE AND PICKUP
      * DAY IN THE SAME FORM AS THE CREW COLLECTION SHEET. THE
      * REQUEST FILE IS OPENED AND CLOSED FIRST ONLY SO IT EXISTS
      * FOR THE SORT ON A FIRST RUN.
       4440-PRINT-WORK-ORDERS.
           DISPLAY "PICKUP DAY (BLANK FOR ALL) >>> "
           ACCEPT WS-REQ-DAY-SEL
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE "WORKORD.PRT" TO WS-PRINT-FILENAME
           PERFORM 0027-OPEN-SVCREQ-FOR-INPUT
           CLOSE SERVICE-REQUEST
           SORT SR-SORT-WORK ON ASCENDING KEY SRS-ROUTE-CODE
                               ASCENDING KEY SRS-PICKUP-DAY
                               ASCENDING KEY SRS-ACCOUNT-NUMBER
                               ASCENDING KEY SRS-REQUEST-NUMBER
               USING SERVICE-REQUEST
               GIVING SR-SORTED
           MOVE ZERO TO WS-REQ-COUNT
           MOVE ZERO TO WS-REQ-GRP-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           MOVE SPACES TO WS-REQ-PREV-ROUTE
           MOVE SPACES TO WS-REQ-PREV-DAY
           MOVE "Y" TO WS-REQ-FIRST-SWITCH
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT SR-SORTED
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0098-OPEN-ROUTEMST-FOR-INPUT
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ SR-SORTED
              AT END
                 MOVE "Y" TO EOF-SWITCH
              NOT AT END
                 IF SRD-STATUS = "O"
                    AND (WS-REQ-DAY-SEL = SPACES
                       OR SRD-PICKUP-DAY = WS-REQ-DAY-SEL)
                    PERFORM 4444-PRINT-WORK-ORDER
                 END-IF
              END-READ
           END-PERFORM
           IF WS-PAGE-NUMBER = 0
              MOVE SPACES TO SRD-ROUTE-CODE
              MOVE WS-REQ-DAY-SEL TO SRD-PICKUP-DAY
              PERFORM 4442-PRINT-WORK-HEADER
           ELSE
              PERFORM 4446-PRINT-WORK-SUBTOTAL
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-REQ-COUNT TO WS-WKO-TOT-COUNT
           MOVE WS-WORK-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           CLOSE SR-SORTED
           CLOSE MYNAMES
           CLOSE ROUTE-MASTER
           CLOSE PRINT-FILE
           DISPLAY "WORK ORDERS WRITTEN TO WORKORD.PRT".

       4442-PRINT-WORK-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RTE-PAGE
           MOVE WS-ROUTE-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TODAY-DATE TO WS-WKO-HDR-DATE
           MOVE WS-WORK-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SRD-ROUTE-CODE TO WS-RTE-ROUTE
           MOVE SRD-PICKUP-DAY TO WS-RTE-DAY
           MOVE SRD-ROUTE-CODE TO RM-ROUTE-CODE
           READ ROUTE-MASTER
              INVALID KEY
                 MOVE "NOT ON ROUTE MASTER" TO WS-RTE-DESC
                 MOVE SRD-ROUTE-CREW TO WS-RTE-CREW
              NOT INVALID KEY
                 MOVE RM-ROUTE-DESC TO WS-RTE-DESC
                 MOVE RM-ROUTE-CREW TO WS-RTE-CREW
           END-READ
           MOVE WS-ROUTE-HEADING-3 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ROUTE-HEADING-3A TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-WORK-HEADING-4 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4444-PRINT-WORK-ORDER.
           IF WS-REQ-FIRST-SWITCH = "Y"
              OR SRD-ROUTE-CODE NOT = WS-REQ-PREV-ROUTE
              OR SRD-PICKUP-DAY NOT = WS-REQ-PREV-DAY
              IF WS-REQ-FIRST-SWITCH NOT = "Y"
                 PERFORM 4446-PRINT-WORK-SUBTOTAL
              END-IF
              MOVE ZERO TO WS-REQ-GRP-COUNT
              PERFORM 4442-PRINT-WORK-HEADER
              MOVE SRD-ROUTE-CODE TO WS-REQ-PREV-ROUTE
              MOVE SRD-PICKUP-DAY TO WS-REQ-PREV-DAY
              MOVE "N" TO WS-REQ-FIRST-SWITCH
           ELSE
              IF WS-LINE-COUNT >= WS-PAGE-SIZE
                 PERFORM 4442-PRINT-WORK-HEADER
              END-IF
           END-IF
           MOVE SRD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 MOVE "NOT ON OWNER FILE" TO WS-WKO-NAME
                 MOVE SPACES TO WS-WKO-ADDRESS
              NOT INVALID KEY
                 MOVE OWNER-NAME TO WS-WKO-NAME
                 MOVE OWNER-ADDRESS TO WS-WKO-ADDRESS
           END-READ
           MOVE SRD-REQUEST-TYPE TO WS-REQ-TYPE
           PERFORM 4435-SET-REQUEST-TYPE-DESC
           MOVE SRD-REQUEST-NUMBER TO WS-WKO-REQUEST
           MOVE SRD-ACCOUNT-NUMBER TO WS-WKO-ACCOUNT
           MOVE WS-REQ-TYPE-DESC TO WS-WKO-TYPE
           MOVE SRD-DATE-CALLED TO WS-WKO-CALLED
           MOVE SRD-DESCRIPTION TO WS-WKO-DESC
           MOVE WS-WORK-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-WORK-DETAIL-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 2 TO WS-LINE-COUNT
           ADD 1 TO WS-REQ-GRP-COUNT
           ADD 1 TO WS-REQ-COUNT.

       4446-PRINT-WORK-SUBTOTAL.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-REQ-PREV-ROUTE TO WS-WKO-SUB-ROUTE
           MOVE WS-REQ-PREV-DAY TO WS-WKO-SUB-DAY
           MOVE WS-REQ-GRP-COUNT TO WS-WKO-SUB-COUNT
           MOVE WS-WORK-SUBTOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      * MISSED PICKUPS CALLED IN DURING THE MONTH, BY THE ROUTE AND
      * THE CREW THAT WAS ON IT WHEN THE CALL CAME IN.
       4460-PRINT-MISSED-PICKUPS.
           DISPLAY "REPORT MONTH (YYYYMM) >>> "
           ACCEPT WS-REQ-MONTH
           MOVE "MISSEDPU.PRT" TO WS-PRINT-FILENAME
           PERFORM 0027-OPEN-SVCREQ-FOR-INPUT
           CLOSE SERVICE-REQUEST
           SORT SR-SORT-WORK ON ASCENDING KEY SRS-ROUTE-CODE
                               ASCENDING KEY SRS-ROUTE-CREW
                               ASCENDING KEY SRS-DATE-CALLED
                               ASCENDING KEY SRS-REQUEST-NUMBER
               USING SERVICE-REQUEST
               GIVING SR-SORTED
           MOVE ZERO TO WS-REQ-COUNT
           MOVE ZERO TO WS-REQ-CONFIRMED-COUNT
           MOVE ZERO TO WS-REQ-CREDIT-TOTAL
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           MOVE SPACES TO WS-REQ-PREV-ROUTE
           MOVE SPACES TO WS-REQ-PREV-CREW
           MOVE "Y" TO WS-REQ-FIRST-SWITCH
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT SR-SORTED
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 4462-PRINT-MISSED-HEADER
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ SR-SORTED
              AT END
                 MOVE "Y" TO EOF-SWITCH
              NOT AT END
                 IF SRD-REQUEST-TYPE = "M"
                    AND SRD-DATE-CALLED(1:6) = WS-REQ-MONTH
                    PERFORM 4464-PRINT-MISSED-LINE
                 END-IF
              END-READ
           END-PERFORM
           IF WS-REQ-FIRST-SWITCH NOT = "Y"
              PERFORM 4466-PRINT-MISSED-SUBTOTAL
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "ALL ROUTES    " TO WS-MSP-SUB-LABEL
           MOVE WS-REQ-COUNT TO WS-MSP-SUB-COUNT
           MOVE WS-REQ-CONFIRMED-COUNT TO WS-MSP-SUB-CONF
           MOVE WS-REQ-CREDIT-TOTAL TO WS-MSP-SUB-CREDITS
           MOVE WS-MISSED-SUBTOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           CLOSE SR-SORTED
           CLOSE MYNAMES
           CLOSE PRINT-FILE
           DISPLAY "MISSED PICKUP REPORT WRITTEN TO MISSEDPU.PRT".

       4462-PRINT-MISSED-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RTE-PAGE
           MOVE WS-ROUTE-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-REQ-MONTH TO WS-MSP-HDR-MONTH
           MOVE WS-MISSED-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-MISSED-HEADING-4 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4464-PRINT-MISSED-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 4462-PRINT-MISSED-HEADER
           END-IF
           IF WS-REQ-FIRST-SWITCH = "Y"
              OR SRD-ROUTE-CODE NOT = WS-REQ-PREV-ROUTE
              OR SRD-ROUTE-CREW NOT = WS-REQ-PREV-CREW
              IF WS-REQ-FIRST-SWITCH NOT = "Y"
                 PERFORM 4466-PRINT-MISSED-SUBTOTAL
              END-IF
              MOVE ZERO TO WS-REQ-GRP-COUNT
              MOVE ZERO TO WS-REQ-GRP-CONFIRMED
              MOVE ZERO TO WS-REQ-GRP-CREDITS
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE SRD-ROUTE-CODE TO WS-MSP-GRP-ROUTE
              MOVE SRD-ROUTE-CREW TO WS-MSP-GRP-CREW
              MOVE WS-MISSED-GROUP-LINE TO PRINT-LINE
              WRITE PRINT-LINE
              ADD 2 TO WS-LINE-COUNT
              MOVE SRD-ROUTE-CODE TO WS-REQ-PREV-ROUTE
              MOVE SRD-ROUTE-CREW TO WS-REQ-PREV-CREW
              MOVE "N" TO WS-REQ-FIRST-SWITCH
           END-IF
           MOVE SRD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 MOVE "NOT ON OWNER FILE" TO WS-MSP-NAME
              NOT INVALID KEY
                 MOVE OWNER-NAME TO WS-MSP-NAME
           END-READ
           MOVE SRD-REQUEST-NUMBER TO WS-MSP-REQUEST
           MOVE SRD-ACCOUNT-NUMBER TO WS-MSP-ACCOUNT
           MOVE SRD-DATE-CALLED TO WS-MSP-CALLED
           MOVE ZERO TO WS-MSP-CREDIT
           IF SRD-STATUS = "O"
              MOVE "OPEN" TO WS-MSP-STATUS
           ELSE
              IF SRD-CONFIRMED = "Y"
                 MOVE "CONFIRMED" TO WS-MSP-STATUS
                 MOVE SRD-CREDIT-AMOUNT TO WS-MSP-CREDIT
                 ADD 1 TO WS-REQ-GRP-CONFIRMED
                 ADD 1 TO WS-REQ-CONFIRMED-COUNT
                 ADD SRD-CREDIT-AMOUNT TO WS-REQ-GRP-CREDITS
                 ADD SRD-CREDIT-AMOUNT TO WS-REQ-CREDIT-TOTAL
              ELSE
                 MOVE "NOT CONFIRMED" TO WS-MSP-STATUS
              END-IF
           END-IF
           MOVE WS-MISSED-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-REQ-GRP-COUNT
           ADD 1 TO WS-REQ-COUNT.

       4466-PRINT-MISSED-SUBTOTAL.
           MOVE "  ROUTE TOTAL " TO WS-MSP-SUB-LABEL
           MOVE WS-REQ-GRP-COUNT TO WS-MSP-SUB-COUNT
           MOVE WS-REQ-GRP-CONFIRMED TO WS-MSP-SUB-CONF
           MOVE WS-REQ-GRP-CREDITS TO WS-MSP-SUB-CREDITS
           MOVE WS-MISSED-SUBTOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4500-MAINTAIN-AUTOPAY.
           MOVE SPACE TO WS-ACH-CHOICE
           PERFORM UNTIL WS-ACH-CHOICE = "E"
              DISPLAY "=================================="
              DISPLAY "ACH AUTOPAY"
              DISPLAY "ENROLL OR CHANGE BANK ACCOUNT [A]"
              DISPLAY "SUSPEND / REINSTATE / CANCEL [B]"
              DISPLAY "PRINT ENROLLMENT LIST [C]"
              DISPLAY "POST SETTLED DRAFTS [P]"
              DISPLAY "PROCESS BANK RETURN FILE [R]"
              DISPLAY "RETURN TO MAIN MENU [E]"
              ACCEPT WS-ACH-CHOICE
              EVALUATE WS-ACH-CHOICE
                 WHEN "A"
                    PERFORM 4520-ENROLL-AUTOPAY
                 WHEN "B"
                    PERFORM 4525-CHANGE-AUTOPAY-STATUS
                 WHEN "C"
                    PERFORM 4527-PRINT-AUTOPAY-LIST
                 WHEN "P"
                    PERFORM 4530-POST-SETTLED-DRAFTS
                 WHEN "R"
                    PERFORM 4540-PROCESS-ACH-RETURNS
                 WHEN "E"
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN CHOICE"
              END-EVALUATE
           END-PERFORM.

      * DRAFTS SETTLE A FIXED NUMBER OF DAYS AFTER THE BILL DATE. A
      * PRENOTE MUST HAVE BEEN SENT ON OR BEFORE THE CUTOFF - THE BILL
      * DATE LESS THE PRENOTE WAITING PERIOD - BEFORE THE ACCOUNT IS
      * DRAFTED.
       4502-SET-DRAFT-DATES.
           MOVE WS-BILL-DATE TO WS-ACH-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-ACH-DATE-NUM)
              TO WS-ACH-BILL-INT
           ADD WS-ACH-BILL-INT WS-ACH-LEAD-DAYS
              GIVING WS-ACH-WORK-INT
           MOVE FUNCTION DATE-OF-INTEGER(WS-ACH-WORK-INT)
              TO WS-ACH-DATE-NUM
           MOVE WS-ACH-DATE-NUM TO WS-ACH-SETTLE-DATE
           SUBTRACT WS-ACH-PRENOTE-DAYS FROM WS-ACH-BILL-INT
              GIVING WS-ACH-WORK-INT
           MOVE FUNCTION DATE-OF-INTEGER(WS-ACH-WORK-INT)
              TO WS-ACH-DATE-NUM
           MOVE WS-ACH-DATE-NUM TO WS-ACH-PRENOTE-CUTOFF.

      * CALLED FROM THE STATEMENT RUN WITH THE OWNER RECORD IN HAND
      * SO THE STATEMENT CAN SAY WHETHER THE BALANCE WILL BE DRAFTED.
       4505-CHECK-DRAFT-ACCOUNT.
           MOVE "N" TO WS-ACH-DRAFT-SWITCH
           MOVE ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER
           READ AUTOPAY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 4506-TEST-DRAFT-ELIGIBLE
           END-READ.

       4506-TEST-DRAFT-ELIGIBLE.
           MOVE "N" TO WS-ACH-DRAFT-SWITCH
           IF AP-STATUS = "A"
              AND AP-EFFECTIVE-DATE <= WS-ACH-SETTLE-DATE
              AND (AP-PRENOTE-STATUS = "V"
                 OR (AP-PRENOTE-STATUS = "P"
                    AND AP-PRENOTE-DATE <= WS-ACH-PRENOTE-CUTOFF))
              MOVE "Y" TO WS-ACH-DRAFT-SWITCH
           END-IF.

       4508-SET-AUTOPAY-DESCS.
           EVALUATE AP-ACCOUNT-TYPE
              WHEN "C"
                 MOVE "CHECKING" TO WS-ACH-TYPE-DESC
              WHEN "S"
                 MOVE "SAVINGS" TO WS-ACH-TYPE-DESC
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-ACH-TYPE-DESC
           END-EVALUATE
           EVALUATE AP-PRENOTE-STATUS
              WHEN "N"
                 MOVE "TO SEND" TO WS-ACH-PRENOTE-DESC
              WHEN "P"
                 MOVE "SENT" TO WS-ACH-PRENOTE-DESC
              WHEN "V"
                 MOVE "VERIFIED" TO WS-ACH-PRENOTE-DESC
              WHEN "R"
                 MOVE "REJECTED" TO WS-ACH-PRENOTE-DESC
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-ACH-PRENOTE-DESC
           END-EVALUATE
           EVALUATE AP-STATUS
              WHEN "A"
                 MOVE "ACTIVE" TO WS-ACH-STATUS-DESC
              WHEN "S"
                 MOVE "SUSPENDED" TO WS-ACH-STATUS-DESC
              WHEN "C"
                 MOVE "CANCELLED" TO WS-ACH-STATUS-DESC
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-ACH-STATUS-DESC
           END-EVALUATE.

      * BUILDS ACHOUT.DAT FOR THE BANK RIGHT AFTER THE STATEMENT RUN.
      * EACH ACTIVE ENROLLMENT GETS ITS PRENOTE IF ONE IS STILL DUE,
      * OR A DRAFT FOR THE BALANCE JUST BILLED ONCE THE PRENOTE HAS
      * CLEARED. EVERY DRAFT IS KEPT ON ACHHIST.DAT UNDER ITS
      * SETTLEMENT DATE; A RERUN FOR THE SAME BILL DATE REBUILDS THE
      * FILE FROM THE DRAFTS STILL OUTSTANDING.
       4510-RUN-DRAFT-STEP.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 4502-SET-DRAFT-DATES
           MOVE "DRAFTREG.PRT" TO WS-PRINT-FILENAME
           MOVE ZERO TO WS-ACH-ENTRY-COUNT
           MOVE ZERO TO WS-ACH-ENTRY-HASH
           MOVE ZERO TO WS-ACH-DEBIT-TOTAL
           MOVE ZERO TO WS-ACH-DRAFT-COUNT
           MOVE ZERO TO WS-ACH-PRENOTE-COUNT
           MOVE ZERO TO WS-ACH-SKIP-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT ACH-DRAFT-FILE
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0095-OPEN-PAYHIST-FOR-REPORT
           PERFORM 0029-OPEN-AUTOPAY-FOR-UPDATE
           PERFORM 0032-OPEN-ACHHIST-FOR-UPDATE
           PERFORM 4512-PRINT-DRAFT-HEADER
           MOVE SPACES TO ACH-DRAFT-HEADER
           MOVE "5" TO AO-HDR-TYPE
           MOVE "THREE RIVERS PLN" TO AO-HDR-COMPANY
           MOVE "WASTE FEE" TO AO-HDR-ENTRY-DESC
           MOVE WS-BILL-DATE TO AO-HDR-BILL-DATE
           MOVE WS-ACH-SETTLE-DATE TO AO-HDR-SETTLE-DATE
           WRITE ACH-DRAFT-HEADER
           MOVE "N" TO WS-ACH-EOF-SWITCH
           PERFORM UNTIL WS-ACH-EOF-SWITCH = "Y"
              READ AUTOPAY-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-ACH-EOF-SWITCH
              NOT AT END
                 IF AP-STATUS = "A"
                    PERFORM 4514-DRAFT-ONE-ACCOUNT
                 END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO ACH-DRAFT-CONTROL
           MOVE "8" TO AO-CTL-TYPE
           MOVE WS-ACH-ENTRY-COUNT TO AO-CTL-ENTRY-COUNT
           MOVE WS-ACH-ENTRY-HASH TO AO-CTL-ENTRY-HASH
           MOVE WS-ACH-DEBIT-TOTAL TO AO-CTL-DEBIT-TOTAL
           WRITE ACH-DRAFT-CONTROL
           PERFORM 4518-PRINT-DRAFT-TOTALS
           CLOSE ACH-HISTORY
           CLOSE AUTOPAY-FILE
           CLOSE PAYHIST
           CLOSE MYNAMES
           CLOSE ACH-DRAFT-FILE
           CLOSE PRINT-FILE
           DISPLAY "BANK DRAFT FILE WRITTEN TO ACHOUT.DAT - "
              WS-ACH-DRAFT-COUNT " DRAFTS, "
              WS-ACH-PRENOTE-COUNT " PRENOTES"
           DISPLAY "DRAFT REGISTER WRITTEN TO DRAFTREG.PRT".

       4512-PRINT-DRAFT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RTE-PAGE
           MOVE WS-ROUTE-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-BILL-DATE TO WS-ACD-HDR-BILL
           MOVE WS-ACH-SETTLE-DATE TO WS-ACD-HDR-SETTLE
           MOVE WS-ACH-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ACH-HEADING-3 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4513-PRINT-DRAFT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 4512-PRINT-DRAFT-HEADER
           END-IF
           PERFORM 4508-SET-AUTOPAY-DESCS
           MOVE AP-ACCOUNT-NUMBER TO WS-ACD-ACCOUNT
           MOVE OWNER-NAME TO WS-ACD-NAME
           MOVE AP-ROUTING-NUMBER TO WS-ACD-ROUTING
           MOVE WS-ACH-TYPE-DESC TO WS-ACD-TYPE
           MOVE WS-ACH-TRACE TO WS-ACD-TRACE
           MOVE WS-ACH-AMOUNT TO WS-ACD-AMOUNT
           MOVE WS-ACH-ACTION TO WS-ACD-ENTRY
           MOVE WS-ACH-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

      * A PRENOTE SENT WITH THIS SAME BILL DATE IS SENT AGAIN SO A
      * RERUN PUTS IT BACK IN THE REBUILT FILE.
       4514-DRAFT-ONE-ACCOUNT.
           MOVE "N" TO WS-ACH-OK-SWITCH
           MOVE AP-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF OWNER-STATUS = "A"
                    MOVE "Y" TO WS-ACH-OK-SWITCH
                 END-IF
           END-READ
           IF WS-ACH-OK-SWITCH = "Y"
              IF AP-PRENOTE-STATUS = "N"
                 OR (AP-PRENOTE-STATUS = "P"
                    AND AP-PRENOTE-DATE = WS-BILL-DATE)
                 PERFORM 4515-SEND-PRENOTE
              ELSE
                 PERFORM 4506-TEST-DRAFT-ELIGIBLE
                 IF WS-ACH-DRAFT-SWITCH = "Y"
                    PERFORM 4516-SEND-DRAFT
                 END-IF
              END-IF
           END-IF.

       4515-SEND-PRENOTE.
           MOVE ZERO TO WS-ACH-AMOUNT
           MOVE "PRENOTE" TO WS-ACH-ACTION
           PERFORM 4517-WRITE-DRAFT-ENTRY
           MOVE "P" TO AP-PRENOTE-STATUS
           MOVE WS-BILL-DATE TO AP-PRENOTE-DATE
           REWRITE AUTOPAY-RECORD
              INVALID KEY
                 DISPLAY "AUTOPAY REWRITE FAILED FOR ACCOUNT "
                    AP-ACCOUNT-NUMBER
           END-REWRITE
           ADD 1 TO WS-ACH-PRENOTE-COUNT.

      * THE DRAFT IS FOR THE PAYHIST BALANCE AFTER THE STATEMENT RUN,
      * WHICH IS THE TOTAL DUE ON THE STATEMENT. NOTHING IS DRAFTED
      * FOR AN ACCOUNT IN CREDIT OR PAID UP, OR FOR A SETTLEMENT DATE
      * THAT HAS ALREADY BEEN POSTED OR RETURNED.
       4516-SEND-DRAFT.
           MOVE ZERO TO WS-ACH-AMOUNT
           MOVE AP-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER
           READ PAYHIST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PH-BALANCE-DUE > ZERO
                    MOVE PH-BALANCE-DUE TO WS-ACH-AMOUNT
                 END-IF
           END-READ
           MOVE "DRAFT" TO WS-ACH-ACTION
           MOVE "Y" TO WS-ACH-SEND-SWITCH
           MOVE AP-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
           MOVE WS-ACH-SETTLE-DATE TO AH-SETTLE-DATE
           READ ACH-HISTORY
              INVALID KEY
                 MOVE "N" TO WS-ACH-FOUND-SWITCH
              NOT INVALID KEY
                 MOVE "Y" TO WS-ACH-FOUND-SWITCH
                 IF AH-DRAFT-STATUS = "O"
                    MOVE "REBUILT" TO WS-ACH-ACTION
                 ELSE
                    MOVE "N" TO WS-ACH-SEND-SWITCH
                 END-IF
           END-READ
           IF WS-ACH-AMOUNT = ZERO
              MOVE "N" TO WS-ACH-SEND-SWITCH
           END-IF
           IF WS-ACH-SEND-SWITCH = "Y"
              IF AP-PRENOTE-STATUS = "P"
                 MOVE "V" TO AP-PRENOTE-STATUS
                 REWRITE AUTOPAY-RECORD
                    INVALID KEY
                       DISPLAY "AUTOPAY REWRITE FAILED FOR ACCOUNT "
                          AP-ACCOUNT-NUMBER
                 END-REWRITE
              END-IF
              PERFORM 4517-WRITE-DRAFT-ENTRY
              PERFORM 4519-RECORD-DRAFT
              ADD 1 TO WS-ACH-DRAFT-COUNT
           ELSE
              ADD 1 TO WS-ACH-SKIP-COUNT
           END-IF.

       4517-WRITE-DRAFT-ENTRY.
           ADD 1 TO WS-ACH-ENTRY-COUNT
           MOVE WS-ACH-ENTRY-COUNT TO WS-ACH-TRACE
           MOVE SPACES TO ACH-DRAFT-ENTRY
           MOVE "6" TO AO-RECORD-TYPE
           IF AP-ACCOUNT-TYPE = "S"
              IF WS-ACH-AMOUNT = ZERO
                 MOVE "38" TO AO-TRANS-CODE
              ELSE
                 MOVE "37" TO AO-TRANS-CODE
              END-IF
           ELSE
              IF WS-ACH-AMOUNT = ZERO
                 MOVE "28" TO AO-TRANS-CODE
              ELSE
                 MOVE "27" TO AO-TRANS-CODE
              END-IF
           END-IF
           MOVE AP-ROUTING-NUMBER TO AO-ROUTING-NUMBER
           MOVE AP-BANK-ACCOUNT TO AO-BANK-ACCOUNT
           MOVE WS-ACH-AMOUNT TO AO-AMOUNT
           MOVE AP-ACCOUNT-NUMBER TO AO-ACCOUNT-NUMBER
           MOVE OWNER-NAME TO AO-OWNER-NAME
           MOVE WS-ACH-TRACE TO AO-TRACE-NUMBER
           WRITE ACH-DRAFT-ENTRY
           ADD WS-ACH-ENTRY-HASH AP-ROUTING-DFI
              GIVING WS-ACH-HASH-WORK
           MOVE WS-ACH-HASH-WORK TO WS-ACH-ENTRY-HASH
           ADD WS-ACH-AMOUNT TO WS-ACH-DEBIT-TOTAL
           PERFORM 4513-PRINT-DRAFT-LINE.

       4518-PRINT-DRAFT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "DRAFTS SENT:" TO WS-ACT-LABEL
           MOVE WS-ACH-DRAFT-COUNT TO WS-ACT-COUNT
           MOVE WS-ACH-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "PRENOTES SENT:" TO WS-ACT-LABEL
           MOVE WS-ACH-PRENOTE-COUNT TO WS-ACT-COUNT
           MOVE WS-ACH-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "ELIGIBLE, NOTHING TO DRAFT:" TO WS-ACT-LABEL
           MOVE WS-ACH-SKIP-COUNT TO WS-ACT-COUNT
           MOVE WS-ACH-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "ENTRIES IN FILE:" TO WS-ACT-LABEL
           MOVE WS-ACH-ENTRY-COUNT TO WS-ACT-COUNT
           MOVE WS-ACH-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TOTAL DEBITS:" TO WS-ACT-AMT-LABEL
           MOVE WS-ACH-DEBIT-TOTAL TO WS-ACT-AMOUNT
           MOVE WS-ACH-AMOUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ACH-ENTRY-HASH TO WS-ACT-HASH
           MOVE WS-ACH-HASH-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       4519-RECORD-DRAFT.
           MOVE AP-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
           MOVE WS-ACH-SETTLE-DATE TO AH-SETTLE-DATE
           MOVE WS-BILL-DATE TO AH-BILL-DATE
           MOVE WS-ACH-AMOUNT TO AH-AMOUNT
           MOVE WS-ACH-TRACE TO AH-TRACE-NUMBER
           MOVE "O" TO AH-DRAFT-STATUS
           MOVE SPACES TO AH-POSTED-DATE
           MOVE SPACES TO AH-RETURN-DATE
           MOVE SPACES TO AH-RETURN-CODE
           IF WS-ACH-FOUND-SWITCH = "Y"
              REWRITE ACH-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY "ACH HISTORY REWRITE FAILED FOR ACCOUNT "
                       AP-ACCOUNT-NUMBER
              END-REWRITE
           ELSE
              WRITE ACH-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY "ACH HISTORY WRITE FAILED FOR ACCOUNT "
                       AP-ACCOUNT-NUMBER
              END-WRITE
           END-IF.

       4520-ENROLL-AUTOPAY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "ACCOUNT NUMBER >>> "
           ACCEPT WS-ACH-ACCOUNT
           MOVE "N" TO WS-ACH-OK-SWITCH
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           MOVE WS-ACH-ACCOUNT TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 DISPLAY "NO ACCOUNT FOUND WITH THAT NUMBER"
              NOT INVALID KEY
                 IF OWNER-STATUS NOT = "A"
                    DISPLAY "ACCOUNT IS NOT ACTIVE - NOT ENROLLED"
                 ELSE
                    DISPLAY "OWNER:   " OWNER-NAME
                    DISPLAY "ADDRESS: " OWNER-ADDRESS
                    MOVE "Y" TO WS-ACH-OK-SWITCH
                 END-IF
           END-READ
           CLOSE MYNAMES
           IF WS-ACH-OK-SWITCH = "Y"
              PERFORM 0029-OPEN-AUTOPAY-FOR-UPDATE
              MOVE WS-ACH-ACCOUNT TO AP-ACCOUNT-NUMBER
              READ AUTOPAY-FILE
                 INVALID KEY
                    MOVE "N" TO WS-ACH-FOUND-SWITCH
                 NOT INVALID KEY
                    MOVE "Y" TO WS-ACH-FOUND-SWITCH
                    PERFORM 4508-SET-AUTOPAY-DESCS
                    DISPLAY "ON FILE: ROUTING " AP-ROUTING-NUMBER
                       "  ACCOUNT " AP-BANK-ACCOUNT
                       "  " WS-ACH-TYPE-DESC
                    DISPLAY "         " WS-ACH-STATUS-DESC
                       "  PRENOTE " WS-ACH-PRENOTE-DESC
                       "  EFFECTIVE " AP-EFFECTIVE-DATE
              END-READ
              PERFORM 4522-ACCEPT-AUTOPAY-TERMS
              IF WS-ACH-OK-SWITCH = "Y"
                 PERFORM 4524-WRITE-AUTOPAY
              END-IF
              CLOSE AUTOPAY-FILE
           END-IF.

       4522-ACCEPT-AUTOPAY-TERMS.
           DISPLAY "BANK ROUTING NUMBER >>> "
           ACCEPT WS-ACH-ROUTING
           DISPLAY "BANK ACCOUNT NUMBER >>> "
           ACCEPT WS-ACH-BANK-ACCOUNT
           DISPLAY "CHECKING [C] OR SAVINGS [S] >>> "
           ACCEPT WS-ACH-TYPE
           DISPLAY "EFFECTIVE DATE YYYYMMDD (BLANK FOR TODAY) >>> "
           ACCEPT WS-ACH-EFFECTIVE
           IF WS-ACH-EFFECTIVE = SPACES
              MOVE WS-TODAY-DATE TO WS-ACH-EFFECTIVE
           END-IF
           MOVE WS-ACH-EFFECTIVE TO WS-BCT-PARM-VALUE
           PERFORM 3715-VALIDATE-DATE-PARM
           PERFORM 4523-CHECK-ROUTING-NUMBER
           IF WS-ACH-ROUTING-SWITCH NOT = "Y"
              DISPLAY "ROUTING NUMBER FAILS CHECK DIGIT - NOT ENROLLED"
              MOVE "N" TO WS-ACH-OK-SWITCH
           ELSE
           IF WS-ACH-BANK-ACCOUNT = SPACES
              DISPLAY "NO BANK ACCOUNT NUMBER - NOT ENROLLED"
              MOVE "N" TO WS-ACH-OK-SWITCH
           ELSE
           IF WS-ACH-TYPE NOT = "C" AND WS-ACH-TYPE NOT = "S"
              DISPLAY "UNKNOWN ACCOUNT TYPE - NOT ENROLLED"
              MOVE "N" TO WS-ACH-OK-SWITCH
           ELSE
           IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
              DISPLAY "BAD EFFECTIVE DATE - NOT ENROLLED"
              MOVE "N" TO WS-ACH-OK-SWITCH
           END-IF
           END-IF
           END-IF
           END-IF.

      * ROUTING NUMBER CHECK DIGIT: DIGITS WEIGHTED 3, 7, 1 REPEATING
      * MUST ADD UP TO A MULTIPLE OF TEN.
       4523-CHECK-ROUTING-NUMBER.
           MOVE "N" TO WS-ACH-ROUTING-SWITCH
           IF WS-ACH-ROUTING IS NUMERIC
              AND WS-ACH-ROUTING NOT = "000000000"
              ADD WS-ACH-RTN-DIGIT(1) WS-ACH-RTN-DIGIT(4)
                 WS-ACH-RTN-DIGIT(7) GIVING WS-ACH-SUM-3
              MULTIPLY 3 BY WS-ACH-SUM-3
              ADD WS-ACH-RTN-DIGIT(2) WS-ACH-RTN-DIGIT(5)
                 WS-ACH-RTN-DIGIT(8) GIVING WS-ACH-SUM-7
              MULTIPLY 7 BY WS-ACH-SUM-7
              ADD WS-ACH-RTN-DIGIT(3) WS-ACH-RTN-DIGIT(6)
                 WS-ACH-RTN-DIGIT(9) WS-ACH-SUM-3 WS-ACH-SUM-7
                 GIVING WS-ACH-CHECK-SUM
              DIVIDE WS-ACH-CHECK-SUM BY 10 GIVING WS-ACH-CHECK-QUOT
                 REMAINDER WS-ACH-CHECK-REM
              IF WS-ACH-CHECK-REM = ZERO
                 MOVE "Y" TO WS-ACH-ROUTING-SWITCH
              END-IF
           END-IF.

      * A NEW ENROLLMENT OR A CHANGED BANK ACCOUNT GOES BACK TO THE
      * BANK AS A PRENOTE; CHANGING ONLY THE EFFECTIVE DATE KEEPS THE
      * PRENOTE ALREADY SENT.
       4524-WRITE-AUTOPAY.
           IF WS-ACH-FOUND-SWITCH = "Y"
              AND AP-ROUTING-NUMBER = WS-ACH-ROUTING
              AND AP-BANK-ACCOUNT = WS-ACH-BANK-ACCOUNT
              AND AP-ACCOUNT-TYPE = WS-ACH-TYPE
              AND AP-PRENOTE-STATUS NOT = "R"
              CONTINUE
           ELSE
              MOVE "N" TO AP-PRENOTE-STATUS
              MOVE SPACES TO AP-PRENOTE-DATE
           END-IF
           IF WS-ACH-FOUND-SWITCH NOT = "Y"
              MOVE ZERO TO AP-RETURN-COUNT
              MOVE SPACES TO AP-LAST-RETURN-DATE
           END-IF
           MOVE WS-ACH-ACCOUNT TO AP-ACCOUNT-NUMBER
           MOVE WS-ACH-ROUTING TO AP-ROUTING-NUMBER
           MOVE WS-ACH-BANK-ACCOUNT TO AP-BANK-ACCOUNT
           MOVE WS-ACH-TYPE TO AP-ACCOUNT-TYPE
           MOVE WS-ACH-EFFECTIVE TO AP-EFFECTIVE-DATE
           MOVE "A" TO AP-STATUS
           MOVE WS-TODAY-DATE TO AP-ENROLL-DATE
           MOVE WS-OPERATOR-ID TO AP-OPERATOR
           IF WS-ACH-FOUND-SWITCH = "Y"
              REWRITE AUTOPAY-RECORD
                 INVALID KEY
                    DISPLAY "AUTOPAY REWRITE FAILED"
                 NOT INVALID KEY
                    DISPLAY "AUTOPAY ENROLLMENT CHANGED"
              END-REWRITE
           ELSE
              WRITE AUTOPAY-RECORD
                 INVALID KEY
                    DISPLAY "AUTOPAY WRITE FAILED"
                 NOT INVALID KEY
                    DISPLAY "ACCOUNT ENROLLED IN AUTOPAY"
              END-WRITE
           END-IF
           IF AP-PRENOTE-STATUS = "N"
              DISPLAY "PRENOTE GOES TO THE BANK WITH THE NEXT"
                 " STATEMENT RUN"
           END-IF.

       4525-CHANGE-AUTOPAY-STATUS.
           DISPLAY "ACCOUNT NUMBER >>> "
           ACCEPT WS-ACH-ACCOUNT
           PERFORM 0029-OPEN-AUTOPAY-FOR-UPDATE
           MOVE WS-ACH-ACCOUNT TO AP-ACCOUNT-NUMBER
           READ AUTOPAY-FILE
              INVALID KEY
                 DISPLAY "ACCOUNT IS NOT ENROLLED IN AUTOPAY"
              NOT INVALID KEY
                 PERFORM 4526-CHANGE-ONE-AUTOPAY
           END-READ
           CLOSE AUTOPAY-FILE.

      * REINSTATING STARTS THE RETURN COUNT OVER, AND AN ACCOUNT WHOSE
      * PRENOTE WAS REJECTED SENDS A NEW ONE.
       4526-CHANGE-ONE-AUTOPAY.
           PERFORM 4508-SET-AUTOPAY-DESCS
           DISPLAY "STATUS: " WS-ACH-STATUS-DESC
              "  PRENOTE " WS-ACH-PRENOTE-DESC
              "  RETURNS " AP-RETURN-COUNT
           DISPLAY "NEW STATUS - ACTIVE [A], SUSPENDED [S],"
              " CANCELLED [C] >>> "
           ACCEPT WS-ACH-NEW-STATUS
           IF WS-ACH-NEW-STATUS NOT = "A"
              AND WS-ACH-NEW-STATUS NOT = "S"
              AND WS-ACH-NEW-STATUS NOT = "C"
              DISPLAY "UNKNOWN STATUS - NOT CHANGED"
           ELSE
              IF WS-ACH-NEW-STATUS = "A" AND AP-STATUS NOT = "A"
                 MOVE ZERO TO AP-RETURN-COUNT
                 IF AP-PRENOTE-STATUS = "R"
                    MOVE "N" TO AP-PRENOTE-STATUS
                    MOVE SPACES TO AP-PRENOTE-DATE
                 END-IF
              END-IF
              MOVE WS-ACH-NEW-STATUS TO AP-STATUS
              MOVE WS-OPERATOR-ID TO AP-OPERATOR
              REWRITE AUTOPAY-RECORD
                 INVALID KEY
                    DISPLAY "AUTOPAY REWRITE FAILED"
                 NOT INVALID KEY
                    DISPLAY "AUTOPAY STATUS CHANGED"
              END-REWRITE
           END-IF.

       4527-PRINT-AUTOPAY-LIST.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE "AUTOPAY.PRT" TO WS-PRINT-FILENAME
           MOVE ZERO TO WS-ACH-LIST-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0030-OPEN-AUTOPAY-FOR-INPUT
           PERFORM 4528-PRINT-AUTOPAY-HEADER
           MOVE "N" TO WS-ACH-EOF-SWITCH
           PERFORM UNTIL WS-ACH-EOF-SWITCH = "Y"
              READ AUTOPAY-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-ACH-EOF-SWITCH
              NOT AT END
                 PERFORM 4529-PRINT-AUTOPAY-LINE
              END-READ
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "ENROLLED ACCOUNTS:" TO WS-ACT-LABEL
           MOVE WS-ACH-LIST-COUNT TO WS-ACT-COUNT
           MOVE WS-ACH-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           CLOSE AUTOPAY-FILE
           CLOSE MYNAMES
           CLOSE PRINT-FILE
           DISPLAY "AUTOPAY LIST WRITTEN TO AUTOPAY.PRT".

       4528-PRINT-AUTOPAY-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RTE-PAGE
           MOVE WS-ROUTE-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-APL-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-APL-HEADING-3 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4529-PRINT-AUTOPAY-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 4528-PRINT-AUTOPAY-HEADER
           END-IF
           MOVE AP-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 MOVE "NOT ON FILE" TO OWNER-NAME
           END-READ
           PERFORM 4508-SET-AUTOPAY-DESCS
           MOVE AP-ACCOUNT-NUMBER TO WS-APL-ACCOUNT
           MOVE OWNER-NAME TO WS-APL-NAME
           MOVE AP-ROUTING-NUMBER TO WS-APL-ROUTING
           MOVE WS-ACH-TYPE-DESC TO WS-APL-TYPE
           MOVE AP-EFFECTIVE-DATE TO WS-APL-EFFECTIVE
           MOVE WS-ACH-PRENOTE-DESC TO WS-APL-PRENOTE
           MOVE WS-ACH-STATUS-DESC TO WS-APL-STATUS
           MOVE AP-RETURN-COUNT TO WS-APL-RETURNS
           MOVE WS-APL-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ACH-LIST-COUNT.

      * A DRAFT IS A PAYMENT ON ITS SETTLEMENT DATE. EACH ONE THAT HAS
      * SETTLED GOES THROUGH THE SAME POSTING AS A KEYED RECEIPT AND
      * IS LISTED ON ITS OWN CASH JOURNAL, ACHPOST.PRT.
       4530-POST-SETTLED-DRAFTS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE "ACHPOST.PRT" TO WS-PRINT-FILENAME
           MOVE "A" TO WS-SUS-SOURCE
           MOVE ZERO TO WS-CASH-TOTAL
           MOVE ZERO TO WS-CASH-SUSPENSE-TOTAL
           MOVE ZERO TO WS-PAY-COUNT
           MOVE ZERO TO WS-REJECT-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0090-OPEN-PAYHIST-FOR-BILLING
           PERFORM 0092-OPEN-LEDGER-FOR-POSTING
           PERFORM 0091-OPEN-NOTICE-FOR-UPDATE
           PERFORM 0032-OPEN-ACHHIST-FOR-UPDATE
           PERFORM 0034-OPEN-SUSPENSE-FOR-UPDATE
           PERFORM 4605-FIND-LAST-SUSPENSE
           PERFORM 2040-PRINT-CASH-HEADER
           MOVE "N" TO WS-ACH-EOF-SWITCH
           PERFORM UNTIL WS-ACH-EOF-SWITCH = "Y"
              READ ACH-HISTORY NEXT RECORD
              AT END
                 MOVE "Y" TO WS-ACH-EOF-SWITCH
              NOT AT END
                 IF AH-DRAFT-STATUS = "O"
                    AND AH-SETTLE-DATE <= WS-TODAY-DATE
                    PERFORM 4532-POST-ONE-DRAFT
                 END-IF
              END-READ
           END-PERFORM
           PERFORM 2070-PRINT-CASH-TOTALS
           CLOSE SUSPENSE-FILE
           CLOSE ACH-HISTORY
           CLOSE PAYHIST
           CLOSE LEDGER
           CLOSE NOTICE-FILE
           CLOSE MYNAMES
           CLOSE PRINT-FILE
           DISPLAY "SETTLED DRAFTS POSTED - " WS-PAY-COUNT
              " PAYMENTS"
           DISPLAY "DRAFT POSTING JOURNAL WRITTEN TO ACHPOST.PRT".

      * A DRAFT FOR AN ACCOUNT NO LONGER ON FILE HAS STILL BEEN
      * COLLECTED, SO IT GOES TO UNAPPLIED CASH LIKE ANY OTHER
      * UNMATCHED RECEIPT AND IS MARKED POSTED ALL THE SAME.
       4532-POST-ONE-DRAFT.
           MOVE AH-ACCOUNT-NUMBER TO WS-PAY-ACCOUNT
           MOVE AH-SETTLE-DATE TO WS-PAY-DATE
           MOVE AH-SETTLE-DATE TO WS-SUS-DEPOSIT-DATE
           MOVE AH-AMOUNT TO WS-PAY-AMOUNT
           PERFORM 2030-POST-ONE-PAYMENT
           MOVE "P" TO AH-DRAFT-STATUS
           MOVE WS-TODAY-DATE TO AH-POSTED-DATE
           REWRITE ACH-HISTORY-RECORD
              INVALID KEY
                 DISPLAY "ACH HISTORY REWRITE FAILED FOR ACCOUNT "
                    AH-ACCOUNT-NUMBER
           END-REWRITE.

      * THE BANK'S RETURN FILE. A RETURNED DRAFT THAT WAS ALREADY
      * POSTED IS REVERSED THE WAY AN NSF CHECK IS (LEDGER TYPE "N"),
      * AND EVERY RETURNED DRAFT CARRIES THE RETURN FEE (LEDGER TYPE
      * "A"). THE SECOND RETURN SUSPENDS AUTOPAY. A RETURNED PRENOTE
      * SUSPENDS AUTOPAY UNTIL THE OWNER GIVES A GOOD BANK ACCOUNT.
       4540-PROCESS-ACH-RETURNS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-ACH-RETURN-COUNT
           MOVE ZERO TO WS-ACH-RETURN-TOTAL
           MOVE ZERO TO WS-ACH-FEE-TOTAL
           MOVE ZERO TO WS-ACH-SUSPEND-COUNT
           MOVE ZERO TO WS-ACH-REJECT-COUNT
           OPEN INPUT ACH-RETURN-FILE
           IF WS-ACHRET-STATUS NOT = "00"
              DISPLAY "ACHRET.DAT NOT FOUND - STATUS " WS-ACHRET-STATUS
           ELSE
              PERFORM 4541-POST-RETURN-FILE
           END-IF.

       4541-POST-RETURN-FILE.
           MOVE "ACHRET.PRT" TO WS-PRINT-FILENAME
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0090-OPEN-PAYHIST-FOR-BILLING
           PERFORM 0092-OPEN-LEDGER-FOR-POSTING
           PERFORM 0029-OPEN-AUTOPAY-FOR-UPDATE
           PERFORM 0032-OPEN-ACHHIST-FOR-UPDATE
           PERFORM 4542-PRINT-RETURN-HEADER
           MOVE "N" TO WS-ACH-EOF-SWITCH
           PERFORM UNTIL WS-ACH-EOF-SWITCH = "Y"
              READ ACH-RETURN-FILE
              AT END
                 MOVE "Y" TO WS-ACH-EOF-SWITCH
              NOT AT END
                 PERFORM 4544-POST-ONE-RETURN
              END-READ
           END-PERFORM
           PERFORM 4548-PRINT-RETURN-TOTALS
           CLOSE ACH-RETURN-FILE
           CLOSE ACH-HISTORY
           CLOSE AUTOPAY-FILE
           CLOSE LEDGER
           CLOSE PAYHIST
           CLOSE MYNAMES
           CLOSE PRINT-FILE
           DISPLAY "ACH RETURNS POSTED - " WS-ACH-RETURN-COUNT
              " RETURNS, " WS-ACH-REJECT-COUNT " NOT POSTED"
           DISPLAY "RETURN REGISTER WRITTEN TO ACHRET.PRT".

       4542-PRINT-RETURN-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RTE-PAGE
           MOVE WS-ROUTE-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TODAY-DATE TO WS-ACR-HDR-DATE
           MOVE WS-ACR-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ACR-HEADING-3 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4543-PRINT-RETURN-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 4542-PRINT-RETURN-HEADER
           END-IF
           MOVE AR-ACCOUNT-NUMBER TO WS-ACR-ACCOUNT
           MOVE WS-ACH-NAME TO WS-ACR-NAME
           MOVE AR-SETTLE-DATE TO WS-ACR-SETTLED
           MOVE AR-RETURN-CODE TO WS-ACR-CODE
           MOVE WS-ACH-AMOUNT TO WS-ACR-AMOUNT
           MOVE WS-ACH-FEE TO WS-ACR-FEE
           MOVE WS-ACH-ACTION TO WS-ACR-ACTION
           MOVE WS-ACR-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4544-POST-ONE-RETURN.
           MOVE AR-AMOUNT TO WS-ACH-AMOUNT
           MOVE ZERO TO WS-ACH-FEE
           MOVE SPACES TO WS-ACH-ACTION
           MOVE AR-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 MOVE "NOT ON FILE" TO WS-ACH-NAME
              NOT INVALID KEY
                 MOVE OWNER-NAME TO WS-ACH-NAME
           END-READ
           MOVE AR-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
           MOVE AR-SETTLE-DATE TO AH-SETTLE-DATE
           READ ACH-HISTORY
              INVALID KEY
                 IF AR-AMOUNT = ZERO
                    PERFORM 4546-REJECT-PRENOTE
                 ELSE
                    MOVE "NO MATCHING DRAFT" TO WS-ACH-ACTION
                    ADD 1 TO WS-ACH-REJECT-COUNT
                 END-IF
              NOT INVALID KEY
                 IF AH-DRAFT-STATUS = "R"
                    MOVE "ALREADY RETURNED" TO WS-ACH-ACTION
                    ADD 1 TO WS-ACH-REJECT-COUNT
                 ELSE
                    PERFORM 4545-READ-RETURN-PAYHIST
                 END-IF
           END-READ
           PERFORM 4543-PRINT-RETURN-LINE.

       4545-READ-RETURN-PAYHIST.
           MOVE AR-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER
           READ PAYHIST
              INVALID KEY
                 MOVE "NO PAYMENT SUMMARY" TO WS-ACH-ACTION
                 ADD 1 TO WS-ACH-REJECT-COUNT
              NOT INVALID KEY
                 PERFORM 4547-POST-RETURN
           END-READ.

       4546-REJECT-PRENOTE.
           MOVE AR-ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER
           READ AUTOPAY-FILE
              INVALID KEY
                 MOVE "NOT ENROLLED" TO WS-ACH-ACTION
                 ADD 1 TO WS-ACH-REJECT-COUNT
              NOT INVALID KEY
                 MOVE "R" TO AP-PRENOTE-STATUS
                 MOVE "S" TO AP-STATUS
                 MOVE WS-TODAY-DATE TO AP-LAST-RETURN-DATE
                 REWRITE AUTOPAY-RECORD
                    INVALID KEY
                       DISPLAY "AUTOPAY REWRITE FAILED FOR ACCOUNT "
                          AP-ACCOUNT-NUMBER
                 END-REWRITE
                 MOVE "PRENOTE REJECTED" TO WS-ACH-ACTION
                 ADD 1 TO WS-ACH-RETURN-COUNT
                 ADD 1 TO WS-ACH-SUSPEND-COUNT
           END-READ.

      * BOTH LEDGER ENTRIES ARE DATED THE DAY THE RETURN IS POSTED,
      * AS AN NSF REVERSAL KEYED ON [J] WOULD BE.
       4547-POST-RETURN.
           MOVE AH-AMOUNT TO WS-ACH-AMOUNT
           MOVE WS-ACH-RETURN-FEE TO WS-ACH-FEE
           IF AH-DRAFT-STATUS = "P"
              ADD WS-ACH-AMOUNT TO PH-BALANCE-DUE
              MOVE AR-ACCOUNT-NUMBER TO LG-ACCOUNT-NUMBER
              MOVE WS-TODAY-DATE TO LG-TRANS-DATE
              MOVE "N" TO LG-TRANS-TYPE
              MOVE WS-ACH-AMOUNT TO LG-TRANS-AMOUNT
              PERFORM 9600-WRITE-LEDGER-RECORD
              ADD WS-ACH-AMOUNT TO WS-ACH-RETURN-TOTAL
              MOVE "PAYMENT REVERSED" TO WS-ACH-ACTION
           ELSE
              MOVE "NOT YET POSTED" TO WS-ACH-ACTION
           END-IF
           ADD WS-ACH-FEE TO PH-BALANCE-DUE
           REWRITE PAYMENT-HISTORY-RECORD
              INVALID KEY
                 DISPLAY "PAYMENT HISTORY REWRITE FAILED"
           END-REWRITE
           MOVE AR-ACCOUNT-NUMBER TO LG-ACCOUNT-NUMBER
           MOVE WS-TODAY-DATE TO LG-TRANS-DATE
           MOVE "A" TO LG-TRANS-TYPE
           MOVE WS-ACH-FEE TO LG-TRANS-AMOUNT
           PERFORM 9600-WRITE-LEDGER-RECORD
           ADD WS-ACH-FEE TO WS-ACH-FEE-TOTAL
           MOVE "R" TO AH-DRAFT-STATUS
           MOVE WS-TODAY-DATE TO AH-RETURN-DATE
           MOVE AR-RETURN-CODE TO AH-RETURN-CODE
           REWRITE ACH-HISTORY-RECORD
              INVALID KEY
                 DISPLAY "ACH HISTORY REWRITE FAILED FOR ACCOUNT "
                    AH-ACCOUNT-NUMBER
           END-REWRITE
           ADD 1 TO WS-ACH-RETURN-COUNT
           MOVE AR-ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER
           READ AUTOPAY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO AP-RETURN-COUNT
                 MOVE WS-TODAY-DATE TO AP-LAST-RETURN-DATE
                 IF AP-RETURN-COUNT >= WS-ACH-RETURN-LIMIT
                    AND AP-STATUS = "A"
                    MOVE "S" TO AP-STATUS
                    MOVE "AUTOPAY SUSPENDED" TO WS-ACH-ACTION
                    ADD 1 TO WS-ACH-SUSPEND-COUNT
                 END-IF
                 REWRITE AUTOPAY-RECORD
                    INVALID KEY
                       DISPLAY "AUTOPAY REWRITE FAILED FOR ACCOUNT "
                          AP-ACCOUNT-NUMBER
                 END-REWRITE
           END-READ.

       4548-PRINT-RETURN-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "RETURNS POSTED:" TO WS-ACT-LABEL
           MOVE WS-ACH-RETURN-COUNT TO WS-ACT-COUNT
           MOVE WS-ACH-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "PAYMENTS REVERSED:" TO WS-ACT-AMT-LABEL
           MOVE WS-ACH-RETURN-TOTAL TO WS-ACT-AMOUNT
           MOVE WS-ACH-AMOUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "RETURN FEES CHARGED:" TO WS-ACT-AMT-LABEL
           MOVE WS-ACH-FEE-TOTAL TO WS-ACT-AMOUNT
           MOVE WS-ACH-AMOUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "AUTOPAY SUSPENDED:" TO WS-ACT-LABEL
           MOVE WS-ACH-SUSPEND-COUNT TO WS-ACT-COUNT
           MOVE WS-ACH-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "RETURNS NOT POSTED:" TO WS-ACT-LABEL
           MOVE WS-ACH-REJECT-COUNT TO WS-ACT-COUNT
           MOVE WS-ACH-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       4600-MAINTAIN-SUSPENSE.
           MOVE SPACE TO WS-SUS-CHOICE
           PERFORM UNTIL WS-SUS-CHOICE = "E"
              DISPLAY "=================================="
              DISPLAY "UNAPPLIED CASH"
              DISPLAY "RESEARCH / RESOLVE AN ITEM [A]"
              DISPLAY "FIND ITEMS BY KEYED ACCOUNT OR AMOUNT [B]"
              DISPLAY "PRINT AGING OF OPEN ITEMS [C]"
              DISPLAY "RETURN TO MAIN MENU [E]"
              ACCEPT WS-SUS-CHOICE
              EVALUATE WS-SUS-CHOICE
                 WHEN "A"
                    PERFORM 4620-RESEARCH-SUSPENSE-ITEM
                 WHEN "B"
                    PERFORM 4640-FIND-SUSPENSE-ITEMS
                 WHEN "C"
                    PERFORM 4650-PRINT-SUSPENSE-AGING
                 WHEN "E"
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN CHOICE"
              END-EVALUATE
           END-PERFORM.

       4605-FIND-LAST-SUSPENSE.
           MOVE ZERO TO WS-SUS-LAST-NUMBER
           MOVE "N" TO WS-SUS-EOF-SWITCH
           PERFORM UNTIL WS-SUS-EOF-SWITCH = "Y"
              READ SUSPENSE-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-SUS-EOF-SWITCH
              NOT AT END
                 MOVE SU-ITEM-NUMBER TO WS-SUS-LAST-NUMBER
              END-READ
           END-PERFORM.

      * CALLED FROM THE CASH POSTING WITH THE RECEIPT IN WS-PAY-ACCOUNT,
      * WS-PAY-DATE AND WS-PAY-AMOUNT. THE POSTING RUN SETS THE
      * DEPOSIT DATE AND SOURCE, AND FINDS THE LAST ITEM NUMBER WHEN
      * IT OPENS THE FILE.
       4610-WRITE-SUSPENSE-ITEM.
           MOVE SPACES TO SUSPENSE-RECORD
           ADD 1 TO WS-SUS-LAST-NUMBER
           MOVE WS-SUS-LAST-NUMBER TO SU-ITEM-NUMBER
           MOVE WS-PAY-DATE TO SU-RECEIPT-DATE
           MOVE WS-PAY-AMOUNT TO SU-AMOUNT
           MOVE WS-PAY-ACCOUNT TO SU-KEYED-ACCOUNT
           MOVE WS-SUS-DEPOSIT-DATE TO SU-DEPOSIT-DATE
           MOVE WS-OPERATOR-ID TO SU-OPERATOR
           MOVE WS-SUS-SOURCE TO SU-SOURCE
           MOVE "O" TO SU-STATUS
           MOVE ZERO TO SU-APPLIED-ACCOUNT
           WRITE SUSPENSE-RECORD
              INVALID KEY
                 DISPLAY "SUSPENSE WRITE FAILED FOR ACCOUNT "
                    WS-PAY-ACCOUNT
           END-WRITE.

       4615-SET-SUSPENSE-DESCS.
           EVALUATE SU-STATUS
              WHEN "O"
                 MOVE "OPEN" TO WS-SUS-STATUS-DESC
              WHEN "A"
                 MOVE "APPLIED" TO WS-SUS-STATUS-DESC
              WHEN "R"
                 MOVE "REFUND" TO WS-SUS-STATUS-DESC
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-SUS-STATUS-DESC
           END-EVALUATE
           EVALUATE SU-SOURCE
              WHEN "L"
                 MOVE "LOCKBOX" TO WS-SUS-SOURCE-DESC
              WHEN "K"
                 MOVE "COUNTER" TO WS-SUS-SOURCE-DESC
              WHEN "A"
                 MOVE "ACH" TO WS-SUS-SOURCE-DESC
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-SUS-SOURCE-DESC
           END-EVALUATE.

       4620-RESEARCH-SUSPENSE-ITEM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "SUSPENSE ITEM NUMBER >>> "
           ACCEPT WS-SUS-ITEM
           PERFORM 0034-OPEN-SUSPENSE-FOR-UPDATE
           MOVE WS-SUS-ITEM TO SU-ITEM-NUMBER
           READ SUSPENSE-FILE
              INVALID KEY
                 DISPLAY "NO SUSPENSE ITEM WITH THAT NUMBER"
              NOT INVALID KEY
                 PERFORM 4622-RESOLVE-ONE-ITEM
           END-READ
           CLOSE SUSPENSE-FILE.

       4622-RESOLVE-ONE-ITEM.
           PERFORM 4615-SET-SUSPENSE-DESCS
           MOVE SU-AMOUNT TO WS-SUS-AMOUNT-DISP
           DISPLAY "AMOUNT:    " WS-SUS-AMOUNT-DISP
              "  RECEIVED " SU-RECEIPT-DATE
              "  DEPOSITED " SU-DEPOSIT-DATE
           DISPLAY "KEYED AS:  " SU-KEYED-ACCOUNT
              "  " WS-SUS-SOURCE-DESC "  BY " SU-OPERATOR
           DISPLAY "STATUS:    " WS-SUS-STATUS-DESC
           IF SU-STATUS NOT = "O"
              DISPLAY "RESOLVED:  " SU-RESOLVED-DATE
                 "  BY " SU-RESOLVED-BY "  ACCOUNT " SU-APPLIED-ACCOUNT
              DISPLAY "NOTE:      " SU-NOTE
              DISPLAY "ITEM IS NOT OPEN - NOTHING TO DO"
           ELSE
              DISPLAY "APPLY TO ACCOUNT [A], MARK FOR REFUND [R],"
                 " LEAVE OPEN [L] >>> "
              ACCEPT WS-SUS-ACTION
              EVALUATE WS-SUS-ACTION
                 WHEN "A"
                    PERFORM 4630-APPLY-SUSPENSE-ITEM
                 WHEN "R"
                    PERFORM 4635-REFUND-SUSPENSE-ITEM
                 WHEN OTHER
                    DISPLAY "ITEM LEFT OPEN"
              END-EVALUATE
           END-IF.

      * THE PAYMENT IS POSTED WITH THE ORIGINAL RECEIPT DATE SO THE
      * OWNER GETS CREDIT FOR PAYING ON TIME.
       4630-APPLY-SUSPENSE-ITEM.
           DISPLAY "APPLY TO ACCOUNT NUMBER >>> "
           ACCEPT WS-SUS-ACCOUNT
           MOVE "N" TO WS-SUS-OK-SWITCH
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           MOVE WS-SUS-ACCOUNT TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 DISPLAY "NO ACCOUNT FOUND WITH THAT NUMBER"
              NOT INVALID KEY
                 DISPLAY "OWNER:   " OWNER-NAME
                 DISPLAY "ADDRESS: " OWNER-ADDRESS
                 DISPLAY "APPLY " WS-SUS-AMOUNT-DISP
                    " TO THIS ACCOUNT? [Y/N]"
                 ACCEPT WS-SUS-CONFIRM
                 IF WS-SUS-CONFIRM = "Y"
                    MOVE "Y" TO WS-SUS-OK-SWITCH
                 END-IF
           END-READ
           IF WS-SUS-OK-SWITCH = "Y"
              PERFORM 0090-OPEN-PAYHIST-FOR-BILLING
              PERFORM 0092-OPEN-LEDGER-FOR-POSTING
              PERFORM 0091-OPEN-NOTICE-FOR-UPDATE
              MOVE WS-SUS-ACCOUNT TO WS-PAY-ACCOUNT
              MOVE SU-RECEIPT-DATE TO WS-PAY-DATE
              MOVE SU-AMOUNT TO WS-PAY-AMOUNT
              PERFORM 4632-POST-SUSPENSE-PAYMENT
              CLOSE NOTICE-FILE
              CLOSE LEDGER
              CLOSE PAYHIST
              MOVE "A" TO SU-STATUS
              MOVE WS-SUS-ACCOUNT TO SU-APPLIED-ACCOUNT
              MOVE WS-TODAY-DATE TO SU-RESOLVED-DATE
              MOVE WS-OPERATOR-ID TO SU-RESOLVED-BY
              DISPLAY "NOTE (OPTIONAL) >>> "
              ACCEPT SU-NOTE
              REWRITE SUSPENSE-RECORD
                 INVALID KEY
                    DISPLAY "SUSPENSE REWRITE FAILED"
                 NOT INVALID KEY
                    DISPLAY "PAYMENT APPLIED TO ACCOUNT " WS-SUS-ACCOUNT
              END-REWRITE
           ELSE
              DISPLAY "NOTHING APPLIED"
           END-IF
           CLOSE MYNAMES.

      * SAME POSTING AS 2035-APPLY-PAYMENT, WITHOUT THE JOURNAL LINE.
       4632-POST-SUSPENSE-PAYMENT.
           MOVE WS-PAY-ACCOUNT TO PH-ACCOUNT-NUMBER
           READ PAYHIST
              INVALID KEY
                 MOVE WS-PAY-ACCOUNT TO PH-ACCOUNT-NUMBER
                 MOVE OWNER-NAME TO PH-OWNER-NAME
                 MOVE SPACES TO PH-LAST-BILL-DATE
                 MOVE ZERO TO PH-LAST-BILL-AMOUNT
                 MOVE WS-PAY-AMOUNT TO PH-AMOUNT-PAID
                 SUBTRACT WS-PAY-AMOUNT FROM ZERO
                    GIVING PH-BALANCE-DUE
                 MOVE SPACES TO PH-LAST-PENALTY-DATE
                 WRITE PAYMENT-HISTORY-RECORD
                    INVALID KEY
                       DISPLAY "PAYMENT HISTORY WRITE FAILED"
                 END-WRITE
              NOT INVALID KEY
                 ADD WS-PAY-AMOUNT TO PH-AMOUNT-PAID
                 SUBTRACT WS-PAY-AMOUNT FROM PH-BALANCE-DUE
                 REWRITE PAYMENT-HISTORY-RECORD
                    INVALID KEY
                       DISPLAY "PAYMENT HISTORY REWRITE FAILED"
                 END-REWRITE
           END-READ
           IF PH-BALANCE-DUE <= ZERO
              PERFORM 2037-CLEAR-NOTICE-COUNT
           END-IF
           MOVE WS-PAY-ACCOUNT TO LG-ACCOUNT-NUMBER
           MOVE WS-PAY-DATE TO LG-TRANS-DATE
           MOVE "P" TO LG-TRANS-TYPE
           MOVE WS-PAY-AMOUNT TO LG-TRANS-AMOUNT
           PERFORM 9600-WRITE-LEDGER-RECORD.

      * NOTHING POSTS TO AN ACCOUNT; THE ITEM LEAVES UNAPPLIED CASH
      * AND COUNTY AP CUTS THE CHECK FROM THE NOTE.
       4635-REFUND-SUSPENSE-ITEM.
           DISPLAY "REFUND TO (NAME / REASON) >>> "
           ACCEPT WS-SUS-NOTE
           IF WS-SUS-NOTE = SPACES
              DISPLAY "A PAYEE OR REASON IS REQUIRED - NOT MARKED"
           ELSE
              MOVE "R" TO SU-STATUS
              MOVE WS-SUS-NOTE TO SU-NOTE
              MOVE WS-TODAY-DATE TO SU-RESOLVED-DATE
              MOVE WS-OPERATOR-ID TO SU-RESOLVED-BY
              REWRITE SUSPENSE-RECORD
                 INVALID KEY
                    DISPLAY "SUSPENSE REWRITE FAILED"
                 NOT INVALID KEY
                    DISPLAY "ITEM MARKED FOR REFUND"
              END-REWRITE
           END-IF.

      * LISTS OPEN ITEMS ON THE SCREEN WHOSE KEYED ACCOUNT OR AMOUNT
      * MATCHES, TO FIND THE ITEM NUMBER WHEN AN OWNER CALLS ABOUT A
      * PAYMENT THAT NEVER SHOWED UP.
       4640-FIND-SUSPENSE-ITEMS.
           DISPLAY "KEYED ACCOUNT NUMBER (000000 FOR ANY) >>> "
           ACCEPT WS-SUS-ACCOUNT
           DISPLAY "AMOUNT (0 FOR ANY) >>> "
           ACCEPT WS-SUS-FIND-AMOUNT
           MOVE ZERO TO WS-SUS-COUNT
           PERFORM 0035-OPEN-SUSPENSE-FOR-INPUT
           MOVE "N" TO WS-SUS-EOF-SWITCH
           PERFORM UNTIL WS-SUS-EOF-SWITCH = "Y"
              READ SUSPENSE-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-SUS-EOF-SWITCH
              NOT AT END
                 IF SU-STATUS = "O"
                    AND (WS-SUS-ACCOUNT = ZERO
                       OR SU-KEYED-ACCOUNT = WS-SUS-ACCOUNT)
                    AND (WS-SUS-FIND-AMOUNT = ZERO
                       OR SU-AMOUNT = WS-SUS-FIND-AMOUNT)
                    MOVE SU-AMOUNT TO WS-SUS-AMOUNT-DISP
                    DISPLAY "ITEM " SU-ITEM-NUMBER
                       "  KEYED " SU-KEYED-ACCOUNT
                       "  RECEIVED " SU-RECEIPT-DATE
                       "  " WS-SUS-AMOUNT-DISP
                    ADD 1 TO WS-SUS-COUNT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           IF WS-SUS-COUNT = ZERO
              DISPLAY "NO OPEN ITEMS MATCH"
           END-IF.

      * OPEN ITEMS MORE THAN WS-SUS-AGE-LIMIT DAYS PAST THEIR DEPOSIT
      * DATE.
       4650-PRINT-SUSPENSE-AGING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-SUS-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-SUS-DATE-NUM)
              TO WS-SUS-TODAY-INT
           MOVE "SUSPAGE.PRT" TO WS-PRINT-FILENAME
           MOVE ZERO TO WS-SUS-COUNT
           MOVE ZERO TO WS-SUS-TOTAL
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           OPEN OUTPUT PRINT-FILE
           PERFORM 0035-OPEN-SUSPENSE-FOR-INPUT
           PERFORM 4652-PRINT-AGING-HEADER
           MOVE "N" TO WS-SUS-EOF-SWITCH
           PERFORM UNTIL WS-SUS-EOF-SWITCH = "Y"
              READ SUSPENSE-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-SUS-EOF-SWITCH
              NOT AT END
                 IF SU-STATUS = "O"
                    PERFORM 4654-AGE-ONE-ITEM
                 END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SUS-COUNT TO WS-SUT-COUNT
           MOVE WS-SUS-TOTAL TO WS-SUT-AMOUNT
           MOVE WS-SUS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           CLOSE SUSPENSE-FILE
           CLOSE PRINT-FILE
           DISPLAY "UNAPPLIED CASH AGING WRITTEN TO SUSPAGE.PRT".

       4652-PRINT-AGING-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RTE-PAGE
           MOVE WS-ROUTE-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SUS-AGE-LIMIT TO WS-SUS-HDR-DAYS
           MOVE WS-TODAY-DATE TO WS-SUS-HDR-DATE
           MOVE WS-SUS-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SUS-HEADING-3 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4654-AGE-ONE-ITEM.
           MOVE SU-DEPOSIT-DATE TO WS-SUS-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-SUS-DATE-NUM)
              TO WS-SUS-ITEM-INT
           MOVE ZERO TO WS-SUS-AGE-DAYS
           IF WS-SUS-ITEM-INT > ZERO
              AND WS-SUS-ITEM-INT < WS-SUS-TODAY-INT
              SUBTRACT WS-SUS-ITEM-INT FROM WS-SUS-TODAY-INT
                 GIVING WS-SUS-AGE-DAYS
           END-IF
           IF WS-SUS-AGE-DAYS > WS-SUS-AGE-LIMIT
              IF WS-LINE-COUNT >= WS-PAGE-SIZE
                 PERFORM 4652-PRINT-AGING-HEADER
              END-IF
              PERFORM 4615-SET-SUSPENSE-DESCS
              MOVE SU-ITEM-NUMBER TO WS-SUD-ITEM
              MOVE SU-KEYED-ACCOUNT TO WS-SUD-KEYED
              MOVE SU-RECEIPT-DATE TO WS-SUD-RECEIPT
              MOVE SU-DEPOSIT-DATE TO WS-SUD-DEPOSIT
              MOVE WS-SUS-AGE-DAYS TO WS-SUD-DAYS
              MOVE SU-AMOUNT TO WS-SUD-AMOUNT
              MOVE WS-SUS-SOURCE-DESC TO WS-SUD-SOURCE
              MOVE SU-OPERATOR TO WS-SUD-OPERATOR
              MOVE WS-SUS-DETAIL-LINE TO PRINT-LINE
              WRITE PRINT-LINE
              ADD 1 TO WS-LINE-COUNT
              ADD 1 TO WS-SUS-COUNT
              ADD SU-AMOUNT TO WS-SUS-TOTAL
           END-IF.

       4700-MAINTAIN-DISCOUNTS.
           MOVE SPACE TO WS-DISC-CHOICE
           PERFORM UNTIL WS-DISC-CHOICE = "E"
              DISPLAY "=================================="
              DISPLAY "SENIOR / LOW-INCOME FEE DISCOUNTS"
              DISPLAY "ENROLL OR RENEW AN ACCOUNT [A]"
              DISPLAY "CANCEL A DISCOUNT [B]"
              DISPLAY "RECERTIFICATION LETTERS AND LIST [R]"
              DISPLAY "RETURN TO MAIN MENU [E]"
              ACCEPT WS-DISC-CHOICE
              EVALUATE WS-DISC-CHOICE
                 WHEN "A"
                    PERFORM 4720-ENROLL-DISCOUNT
                 WHEN "B"
                    PERFORM 4730-CANCEL-DISCOUNT
                 WHEN "R"
                    PERFORM 4740-RUN-RECERTIFICATION
                 WHEN "E"
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN CHOICE"
              END-EVALUATE
           END-PERFORM.

      * CALLED FROM 1615 WITH THE OWNER RECORD, WS-BILL-DATE AND
      * WS-BILL-FEE SET. LEAVES THE DISCOUNT FOR THIS BILL IN
      * WS-DISC-AMOUNT. AN ACTIVE ENROLLMENT WHOSE EXPIRATION DATE IS
      * BEFORE THE BILL DATE IS EXPIRED HERE, SO IT STOPS DISCOUNTING
      * EVEN IF THE RECERTIFICATION RUN HAS NOT BEEN DONE.
       4705-COMPUTE-DISCOUNT.
           MOVE ZERO TO WS-DISC-AMOUNT
           MOVE ACCOUNT-NUMBER TO DS-ACCOUNT-NUMBER
           READ DISCOUNT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 4706-APPLY-ONE-DISCOUNT
           END-READ.

       4706-APPLY-ONE-DISCOUNT.
           PERFORM 4710-SET-DISCOUNT-DESCS
           IF DS-STATUS = "A"
              AND DS-EXPIRATION-DATE < WS-BILL-DATE
              PERFORM 4708-EXPIRE-DISCOUNT
           ELSE
           IF DS-STATUS = "A"
              AND DS-APPROVAL-DATE NOT > WS-BILL-DATE
              AND WS-BILL-FEE > ZERO
              IF DS-METHOD = "P"
                 MULTIPLY WS-BILL-FEE BY DS-PERCENT
                    GIVING WS-DISC-WORK
                 DIVIDE WS-DISC-WORK BY 100
                    GIVING WS-DISC-AMOUNT ROUNDED
              ELSE
                 MOVE DS-FLAT-AMOUNT TO WS-DISC-AMOUNT
              END-IF
              IF WS-DISC-AMOUNT > WS-BILL-FEE
                 MOVE WS-BILL-FEE TO WS-DISC-AMOUNT
              END-IF
           END-IF
           END-IF.

      * THE DISCOUNT RECORD AND THE OWNER RECORD MUST BOTH BE CURRENT.
       4708-EXPIRE-DISCOUNT.
           MOVE "X" TO DS-STATUS
           REWRITE DISCOUNT-RECORD
              INVALID KEY
                 DISPLAY "DISCOUNT REWRITE FAILED FOR ACCOUNT "
                    DS-ACCOUNT-NUMBER
           END-REWRITE
           MOVE "X" TO AUDIT-ACTION
           MOVE DS-ACCOUNT-NUMBER TO AUDIT-ACCOUNT
           MOVE OWNER-NAME TO AUDIT-BEFORE-NAME
           MOVE DS-EXPIRATION-DATE TO WS-DISC-AUD-EXPIRES
           MOVE WS-DISC-PROGRAM-DESC TO WS-DISC-AUD-PROGRAM
           MOVE WS-DISC-AUDIT-NOTE TO AUDIT-BEFORE-ADDR
           MOVE OWNER-NAME TO AUDIT-AFTER-NAME
           MOVE "FULL FEE BILLED FROM NOW ON" TO AUDIT-AFTER-ADDR
           PERFORM 9500-WRITE-AUDIT-RECORD
           ADD 1 TO WS-DISC-EXPIRED-COUNT
           DISPLAY "DISCOUNT EXPIRED FOR ACCOUNT " DS-ACCOUNT-NUMBER.

       4710-SET-DISCOUNT-DESCS.
           EVALUATE DS-PROGRAM-TYPE
              WHEN "S"
                 MOVE "SENIOR" TO WS-DISC-PROGRAM-DESC
              WHEN "L"
                 MOVE "LOW-INCOME" TO WS-DISC-PROGRAM-DESC
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-DISC-PROGRAM-DESC
           END-EVALUATE
           EVALUATE DS-STATUS
              WHEN "A"
                 MOVE "ACTIVE" TO WS-DISC-STATUS-DESC
              WHEN "X"
                 MOVE "EXPIRED" TO WS-DISC-STATUS-DESC
              WHEN "C"
                 MOVE "CANCELLED" TO WS-DISC-STATUS-DESC
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-DISC-STATUS-DESC
           END-EVALUATE.

       4712-DISPLAY-DISCOUNT.
           PERFORM 4710-SET-DISCOUNT-DESCS
           IF DS-METHOD = "P"
              MOVE DS-PERCENT TO WS-DISC-PCT-DISP
              DISPLAY "ON FILE: " WS-DISC-PROGRAM-DESC " "
                 WS-DISC-PCT-DISP " PERCENT  " WS-DISC-STATUS-DESC
           ELSE
              MOVE DS-FLAT-AMOUNT TO WS-DISC-AMT-DISP
              DISPLAY "ON FILE: " WS-DISC-PROGRAM-DESC " "
                 WS-DISC-AMT-DISP " FLAT  " WS-DISC-STATUS-DESC
           END-IF
           DISPLAY "         APPROVED " DS-APPROVAL-DATE
              " BY " DS-APPROVED-BY "  EXPIRES " DS-EXPIRATION-DATE.

      * ENROLLING AN ACCOUNT ALREADY ON FILE IS A RENEWAL: THE TERMS
      * AND DATES ARE REPLACED AND THE RENEWAL LETTER DATE IS CLEARED
      * SO THE NEXT RECERTIFICATION SENDS A NEW LETTER.
       4720-ENROLL-DISCOUNT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "ACCOUNT NUMBER >>> "
           ACCEPT WS-DISC-ACCOUNT
           MOVE "N" TO WS-DISC-OK-SWITCH
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           MOVE WS-DISC-ACCOUNT TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 DISPLAY "NO ACCOUNT FOUND WITH THAT NUMBER"
              NOT INVALID KEY
                 IF OWNER-STATUS NOT = "A"
                    DISPLAY "ACCOUNT IS NOT ACTIVE - NOT ENROLLED"
                 ELSE
                    DISPLAY "OWNER:   " OWNER-NAME
                    DISPLAY "ADDRESS: " OWNER-ADDRESS
                    MOVE "Y" TO WS-DISC-OK-SWITCH
                 END-IF
           END-READ
           CLOSE MYNAMES
           IF WS-DISC-OK-SWITCH = "Y"
              PERFORM 0037-OPEN-DISCOUNT-FOR-UPDATE
              MOVE WS-DISC-ACCOUNT TO DS-ACCOUNT-NUMBER
              READ DISCOUNT-FILE
                 INVALID KEY
                    MOVE "N" TO WS-DISC-FOUND-SWITCH
                 NOT INVALID KEY
                    MOVE "Y" TO WS-DISC-FOUND-SWITCH
                    PERFORM 4712-DISPLAY-DISCOUNT
              END-READ
              PERFORM 4722-ACCEPT-DISCOUNT-TERMS
              IF WS-DISC-OK-SWITCH = "Y"
                 PERFORM 4724-WRITE-DISCOUNT
              END-IF
              CLOSE DISCOUNT-FILE
           END-IF.

      * A BLANK EXPIRATION DATE GIVES THE STANDARD ONE-YEAR TERM,
      * THROUGH THE DAY BEFORE THE APPROVAL DATE NEXT YEAR.
       4722-ACCEPT-DISCOUNT-TERMS.
           DISPLAY "PROGRAM: SENIOR [S] OR LOW-INCOME [L] >>> "
           ACCEPT WS-DISC-PROGRAM
           DISPLAY "DISCOUNT BY PERCENT [P] OR FLAT AMOUNT [F] >>> "
           ACCEPT WS-DISC-METHOD
           MOVE ZERO TO WS-DISC-PERCENT
           MOVE ZERO TO WS-DISC-FLAT
           IF WS-DISC-METHOD = "P"
              DISPLAY "PERCENT OFF THE MONTHLY FEE (NNN.NN) >>> "
              ACCEPT WS-DISC-PERCENT
           ELSE
              DISPLAY "AMOUNT OFF THE MONTHLY FEE (NNNNN.NN) >>> "
              ACCEPT WS-DISC-FLAT
           END-IF
           DISPLAY "APPROVAL DATE YYYYMMDD (BLANK FOR TODAY) >>> "
           ACCEPT WS-DISC-APPROVAL
           IF WS-DISC-APPROVAL = SPACES
              MOVE WS-TODAY-DATE TO WS-DISC-APPROVAL
           END-IF
           DISPLAY "EXPIRATION DATE YYYYMMDD (BLANK FOR ONE YEAR) >>> "
           ACCEPT WS-DISC-EXPIRATION
           MOVE WS-DISC-APPROVAL TO WS-BCT-PARM-VALUE
           PERFORM 3715-VALIDATE-DATE-PARM
           IF WS-BCT-PARM-OK-SWITCH = "Y"
              AND WS-DISC-EXPIRATION = SPACES
              MOVE WS-DISC-APPROVAL TO WS-DISC-DATE-NUM
              COMPUTE WS-DISC-WORK-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DISC-DATE-NUM)
                 + WS-DISC-TERM-DAYS - 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-DISC-WORK-INT)
                 TO WS-DISC-DATE-NUM
              MOVE WS-DISC-DATE-NUM TO WS-DISC-EXPIRATION
           END-IF
           IF WS-DISC-PROGRAM NOT = "S" AND WS-DISC-PROGRAM NOT = "L"
              DISPLAY "UNKNOWN PROGRAM - NOT ENROLLED"
              MOVE "N" TO WS-DISC-OK-SWITCH
           ELSE
           IF WS-DISC-METHOD NOT = "P" AND WS-DISC-METHOD NOT = "F"
              DISPLAY "UNKNOWN DISCOUNT METHOD - NOT ENROLLED"
              MOVE "N" TO WS-DISC-OK-SWITCH
           ELSE
           IF WS-DISC-METHOD = "P"
              AND (WS-DISC-PERCENT = ZERO OR WS-DISC-PERCENT > 100)
              DISPLAY "PERCENT MUST BE OVER 0 AND NOT OVER 100"
                 " - NOT ENROLLED"
              MOVE "N" TO WS-DISC-OK-SWITCH
           ELSE
           IF WS-DISC-METHOD = "F" AND WS-DISC-FLAT = ZERO
              DISPLAY "NO DISCOUNT AMOUNT - NOT ENROLLED"
              MOVE "N" TO WS-DISC-OK-SWITCH
           ELSE
           IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
              DISPLAY "BAD APPROVAL DATE - NOT ENROLLED"
              MOVE "N" TO WS-DISC-OK-SWITCH
           ELSE
              MOVE WS-DISC-EXPIRATION TO WS-BCT-PARM-VALUE
              PERFORM 3715-VALIDATE-DATE-PARM
              IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
                 OR WS-DISC-EXPIRATION NOT > WS-DISC-APPROVAL
                 DISPLAY "BAD EXPIRATION DATE - NOT ENROLLED"
                 MOVE "N" TO WS-DISC-OK-SWITCH
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       4724-WRITE-DISCOUNT.
           MOVE WS-DISC-ACCOUNT TO DS-ACCOUNT-NUMBER
           MOVE WS-DISC-PROGRAM TO DS-PROGRAM-TYPE
           MOVE WS-DISC-METHOD TO DS-METHOD
           MOVE WS-DISC-PERCENT TO DS-PERCENT
           MOVE WS-DISC-FLAT TO DS-FLAT-AMOUNT
           MOVE WS-DISC-APPROVAL TO DS-APPROVAL-DATE
           MOVE WS-DISC-EXPIRATION TO DS-EXPIRATION-DATE
           MOVE WS-OPERATOR-ID TO DS-APPROVED-BY
           MOVE "A" TO DS-STATUS
           MOVE SPACES TO DS-LETTER-DATE
           IF WS-DISC-FOUND-SWITCH = "Y"
              REWRITE DISCOUNT-RECORD
                 INVALID KEY
                    DISPLAY "DISCOUNT REWRITE FAILED"
                 NOT INVALID KEY
                    DISPLAY "DISCOUNT RENEWED THROUGH "
                       DS-EXPIRATION-DATE
              END-REWRITE
           ELSE
              WRITE DISCOUNT-RECORD
                 INVALID KEY
                    DISPLAY "DISCOUNT WRITE FAILED"
                 NOT INVALID KEY
                    DISPLAY "DISCOUNT ENROLLED THROUGH "
                       DS-EXPIRATION-DATE
              END-WRITE
           END-IF.

       4730-CANCEL-DISCOUNT.
           DISPLAY "ACCOUNT NUMBER >>> "
           ACCEPT WS-DISC-ACCOUNT
           PERFORM 0037-OPEN-DISCOUNT-FOR-UPDATE
           MOVE WS-DISC-ACCOUNT TO DS-ACCOUNT-NUMBER
           READ DISCOUNT-FILE
              INVALID KEY
                 DISPLAY "NO DISCOUNT ON FILE FOR THAT ACCOUNT"
              NOT INVALID KEY
                 PERFORM 4712-DISPLAY-DISCOUNT
                 IF DS-STATUS NOT = "A"
                    DISPLAY "DISCOUNT IS NOT ACTIVE"
                 ELSE
                    DISPLAY "CANCEL THIS DISCOUNT? (Y/N) >>> "
                    ACCEPT WS-DISC-CONFIRM
                    IF WS-DISC-CONFIRM = "Y"
                       MOVE "C" TO DS-STATUS
                       REWRITE DISCOUNT-RECORD
                          INVALID KEY
                             DISPLAY "DISCOUNT REWRITE FAILED"
                          NOT INVALID KEY
                             DISPLAY "DISCOUNT CANCELLED"
                       END-REWRITE
                    END-IF
                 END-IF
           END-READ
           CLOSE DISCOUNT-FILE.

      * RECERTIFICATION. ENROLLMENTS ALREADY PAST THEIR EXPIRATION
      * DATE ARE EXPIRED, EACH ACTIVE ENROLLMENT EXPIRING WITHIN THE
      * NOTICE PERIOD GETS ONE RENEWAL LETTER (RENEWLTR.PRT), AND THE
      * FRONT DESK LIST (RECERT.PRT) SHOWS EVERY ENROLLMENT DUE FOR
      * RENEWAL PLUS THOSE THAT LAPSED WITHIN THE LAST NOTICE PERIOD.
       4740-RUN-RECERTIFICATION.
           MOVE ZERO TO WS-DISC-LETTER-COUNT
           IF WS-BATCH-RUN-SWITCH NOT = "Y"
              DISPLAY "RECERTIFICATION AS OF DATE (YYYYMMDD) >>> "
              ACCEPT WS-DISC-ASOF-DATE
           END-IF
           MOVE WS-DISC-ASOF-DATE TO WS-BCT-PARM-VALUE
           PERFORM 3715-VALIDATE-DATE-PARM
           IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
              DISPLAY "BAD AS OF DATE - RETURNING TO MENU"
           ELSE
              PERFORM 4742-PRINT-RENEWAL-LETTERS
              PERFORM 4750-PRINT-RECERT-LIST
           END-IF.

       4742-PRINT-RENEWAL-LETTERS.
           MOVE WS-DISC-ASOF-DATE TO WS-DISC-DATE-NUM
           COMPUTE WS-DISC-ASOF-INT =
              FUNCTION INTEGER-OF-DATE(WS-DISC-DATE-NUM)
           COMPUTE WS-DISC-WORK-INT =
              WS-DISC-ASOF-INT + WS-DISC-NOTICE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DISC-WORK-INT)
              TO WS-DISC-DATE-NUM
           MOVE WS-DISC-DATE-NUM TO WS-DISC-WINDOW-DATE
           COMPUTE WS-DISC-WORK-INT =
              WS-DISC-ASOF-INT - WS-DISC-NOTICE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DISC-WORK-INT)
              TO WS-DISC-DATE-NUM
           MOVE WS-DISC-DATE-NUM TO WS-DISC-LAPSE-DATE
           MOVE ZERO TO WS-DISC-EXPIRED-COUNT
           MOVE "RENEWLTR.PRT" TO WS-PRINT-FILENAME
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0037-OPEN-DISCOUNT-FOR-UPDATE
           MOVE "N" TO WS-DISC-EOF-SWITCH
           PERFORM UNTIL WS-DISC-EOF-SWITCH = "Y"
              READ DISCOUNT-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-DISC-EOF-SWITCH
              NOT AT END
                 IF DS-STATUS = "A"
                    PERFORM 4744-CHECK-ONE-ENROLLMENT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE DISCOUNT-FILE
           CLOSE MYNAMES
           CLOSE PRINT-FILE
           DISPLAY WS-DISC-LETTER-COUNT
              " RENEWAL LETTERS WRITTEN TO RENEWLTR.PRT".

       4744-CHECK-ONE-ENROLLMENT.
           MOVE DS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 MOVE "NOT ON OWNER FILE" TO OWNER-NAME
                 MOVE SPACES TO OWNER-ADDRESS
           END-READ
           PERFORM 4710-SET-DISCOUNT-DESCS
           IF DS-EXPIRATION-DATE < WS-DISC-ASOF-DATE
              PERFORM 4708-EXPIRE-DISCOUNT
           ELSE
           IF DS-EXPIRATION-DATE NOT > WS-DISC-WINDOW-DATE
              AND DS-LETTER-DATE = SPACES
              PERFORM 4746-PRINT-ONE-LETTER
              MOVE WS-DISC-ASOF-DATE TO DS-LETTER-DATE
              REWRITE DISCOUNT-RECORD
                 INVALID KEY
                    DISPLAY "DISCOUNT REWRITE FAILED FOR ACCOUNT "
                       DS-ACCOUNT-NUMBER
              END-REWRITE
              ADD 1 TO WS-DISC-LETTER-COUNT
           END-IF
           END-IF.

       4746-PRINT-ONE-LETTER.
           MOVE WS-DISC-ASOF-DATE TO WS-RLT-DATE
           MOVE WS-RLT-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE
           MOVE OWNER-NAME TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE OWNER-ADDRESS TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RLT-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-DISC-PROGRAM-DESC TO WS-RLT-PROGRAM
           MOVE DS-ACCOUNT-NUMBER TO WS-RLT-ACCOUNT
           MOVE DS-EXPIRATION-DATE TO WS-RLT-EXPIRES
           MOVE WS-RLT-LINE-3 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RLT-LINE-4 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RLT-LINE-5 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RLT-LINE-6 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE.

       4750-PRINT-RECERT-LIST.
           MOVE ZERO TO WS-DISC-DUE-COUNT
           MOVE ZERO TO WS-DISC-LAPSED-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           MOVE "RECERT.PRT" TO WS-PRINT-FILENAME
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0037-OPEN-DISCOUNT-FOR-UPDATE
           PERFORM 4752-PRINT-RECERT-HEADER
           MOVE "N" TO WS-DISC-EOF-SWITCH
           PERFORM UNTIL WS-DISC-EOF-SWITCH = "Y"
              READ DISCOUNT-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-DISC-EOF-SWITCH
              NOT AT END
                 IF (DS-STATUS = "A"
                       AND DS-EXPIRATION-DATE
                          NOT > WS-DISC-WINDOW-DATE)
                    OR (DS-STATUS = "X"
                       AND DS-EXPIRATION-DATE
                          NOT < WS-DISC-LAPSE-DATE)
                    PERFORM 4754-PRINT-ONE-RECERT
                 END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "DUE FOR RENEWAL:" TO WS-RCT-TOT-LABEL
           MOVE WS-DISC-DUE-COUNT TO WS-RCT-TOT-COUNT
           MOVE WS-RCT-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "RENEWAL LETTERS SENT THIS RUN:" TO WS-RCT-TOT-LABEL
           MOVE WS-DISC-LETTER-COUNT TO WS-RCT-TOT-COUNT
           MOVE WS-RCT-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "EXPIRED THIS RUN:" TO WS-RCT-TOT-LABEL
           MOVE WS-DISC-EXPIRED-COUNT TO WS-RCT-TOT-COUNT
           MOVE WS-RCT-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "LAPSED, NOT RENEWED:" TO WS-RCT-TOT-LABEL
           MOVE WS-DISC-LAPSED-COUNT TO WS-RCT-TOT-COUNT
           MOVE WS-RCT-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           CLOSE DISCOUNT-FILE
           CLOSE MYNAMES
           CLOSE PRINT-FILE
           DISPLAY "RECERTIFICATION LIST WRITTEN TO RECERT.PRT".

       4752-PRINT-RECERT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RTE-PAGE
           MOVE WS-ROUTE-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-DISC-ASOF-DATE TO WS-RCT-HDR-DATE
           MOVE WS-RCT-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RCT-HEADING-3 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4754-PRINT-ONE-RECERT.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 4752-PRINT-RECERT-HEADER
           END-IF
           MOVE DS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ MYNAMES
              INVALID KEY
                 MOVE "NOT ON OWNER FILE" TO WS-RCT-NAME
              NOT INVALID KEY
                 MOVE OWNER-NAME TO WS-RCT-NAME
           END-READ
           PERFORM 4710-SET-DISCOUNT-DESCS
           MOVE DS-ACCOUNT-NUMBER TO WS-RCT-ACCOUNT
           MOVE WS-DISC-PROGRAM-DESC TO WS-RCT-PROGRAM
           MOVE SPACES TO WS-RCT-TERMS
           IF DS-METHOD = "P"
              MOVE DS-PERCENT TO WS-DISC-PCT-DISP
              STRING WS-DISC-PCT-DISP DELIMITED BY SIZE
                 " %" DELIMITED BY SIZE
                 INTO WS-RCT-TERMS
              END-STRING
           ELSE
              MOVE DS-FLAT-AMOUNT TO WS-DISC-AMT-DISP
              MOVE WS-DISC-AMT-DISP TO WS-RCT-TERMS
           END-IF
           MOVE DS-EXPIRATION-DATE TO WS-RCT-EXPIRES
           MOVE DS-EXPIRATION-DATE TO WS-DISC-DATE-NUM
           COMPUTE WS-DISC-DAYS-LEFT =
              FUNCTION INTEGER-OF-DATE(WS-DISC-DATE-NUM)
              - WS-DISC-ASOF-INT
           MOVE WS-DISC-DAYS-LEFT TO WS-RCT-DAYS
           MOVE DS-LETTER-DATE TO WS-RCT-LETTER
           MOVE WS-DISC-STATUS-DESC TO WS-RCT-STATUS
           MOVE WS-RCT-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF DS-STATUS = "A"
              ADD 1 TO WS-DISC-DUE-COUNT
           ELSE
              ADD 1 TO WS-DISC-LAPSED-COUNT
           END-IF.

      * CREDIT BALANCE REFUNDS. A FINALED OR SUSPENDED ACCOUNT IS
      * REFUNDED ITS WHOLE CREDIT WHEN THE CREDIT REACHES THE MINIMUM;
      * AN ACTIVE ACCOUNT ONLY WHEN THE CREDIT IS MORE THAN THE GIVEN
      * NUMBER OF MONTHS OF ITS FEE (AND ALSO REACHES THE MINIMUM).
      * EVERYTHING ELSE IS LEFT TO APPLY AGAINST LATER BILLS; THE
      * CANDIDATES UNDER THE MINIMUM PRINT ON THE EXCEPTIONS LIST.
      * AS WITH LIEN CERTIFICATION THE REGISTER IS A PREVIEW UNTIL THE
      * SUPERVISOR APPROVES IT; THE POSTING PASS THEN WRITES THE
      * LEDGER "R" UNDER THE APPROVING OPERATOR AND THE AP FILE.
       4800-RUN-CREDIT-REFUNDS.
           DISPLAY "MINIMUM CREDIT TO REFUND >>> "
           ACCEPT WS-RFD-MINIMUM
           DISPLAY "REFUND ACTIVE ACCOUNTS WITH CREDIT OVER HOW MANY"
              " MONTHS OF FEE >>> "
           ACCEPT WS-RFD-MONTHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-RFD-RUN-DATE
           IF WS-RFD-MONTHS = ZERO
              DISPLAY "REFUND RUN CANCELLED - MONTHS MUST BE 1 OR MORE"
           ELSE
              MOVE "P" TO WS-RFD-PASS-SWITCH
              PERFORM 4810-RUN-REFUND-PASS
              MOVE "X" TO WS-RFD-PASS-SWITCH
              PERFORM 4810-RUN-REFUND-PASS
              DISPLAY "APPROVAL REGISTER WRITTEN TO REFUNDRG.PRT"
              DISPLAY "EXCEPTIONS LIST WRITTEN TO REFUNDEX.PRT"
              DISPLAY "NOTHING HAS BEEN REFUNDED YET"
              DISPLAY "APPROVE AND POST THESE REFUNDS? [Y/N]"
              ACCEPT WS-RFD-CONFIRM
              IF WS-RFD-CONFIRM = "Y"
                 MOVE "Y" TO WS-RFD-PASS-SWITCH
                 PERFORM 4810-RUN-REFUND-PASS
                 DISPLAY WS-RFD-COUNT " REFUNDS POSTED"
                 DISPLAY "POSTED REGISTER WRITTEN TO REFUNDRG.PRT"
                 DISPLAY "AP PAYMENT FILE WRITTEN TO REFUNDAP.DAT"
              ELSE
                 DISPLAY "NOTHING REFUNDED"
              END-IF
           END-IF.

      * ONE PASS OVER THE OWNERS. WS-RFD-PASS-SWITCH "P" PRINTS THE
      * APPROVAL REGISTER, "X" THE EXCEPTIONS LIST, AND "Y" POSTS THE
      * REFUNDS AND REPRINTS THE REGISTER AS POSTED.
       4810-RUN-REFUND-PASS.
           MOVE ZERO TO WS-RFD-COUNT
           MOVE ZERO TO WS-RFD-TOTAL
           MOVE ZERO TO WS-RFD-EXC-COUNT
           MOVE ZERO TO WS-RFD-EXC-TOTAL
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PAGE-NUMBER
           IF WS-RFD-PASS-SWITCH = "X"
              MOVE "REFUNDEX.PRT" TO WS-PRINT-FILENAME
           ELSE
              MOVE "REFUNDRG.PRT" TO WS-PRINT-FILENAME
           END-IF
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT MYNAMES
           PERFORM 0070-CHECK-MYNAMES-STATUS
           PERFORM 0015-OPEN-TRANSFER-FOR-INPUT
           IF WS-RFD-PASS-SWITCH = "Y"
              PERFORM 0090-OPEN-PAYHIST-FOR-BILLING
              PERFORM 0092-OPEN-LEDGER-FOR-POSTING
              OPEN OUTPUT REFUND-EXPORT
              PERFORM 4840-WRITE-EXPORT-HEADER
           ELSE
              PERFORM 0095-OPEN-PAYHIST-FOR-REPORT
           END-IF
           PERFORM 4812-PRINT-REFUND-HEADER
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ MYNAMES NEXT RECORD
              AT END
                 MOVE "Y" TO EOF-SWITCH
              NOT AT END
                 PERFORM 4820-CHECK-ONE-CREDIT
              END-READ
           END-PERFORM
           PERFORM 4818-PRINT-REFUND-TOTALS
           IF WS-RFD-PASS-SWITCH = "Y"
              PERFORM 4844-WRITE-EXPORT-TRAILER
              CLOSE REFUND-EXPORT
              CLOSE LEDGER
           END-IF
           CLOSE PAYHIST
           CLOSE OWNER-TRANSFER
           CLOSE MYNAMES
           CLOSE PRINT-FILE.

       4812-PRINT-REFUND-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RTE-PAGE
           MOVE WS-ROUTE-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           EVALUATE WS-RFD-PASS-SWITCH
              WHEN "P"
                 MOVE "CREDIT BALANCE REFUND REGISTER"
                    TO WS-RFD-HDR-TITLE
                 MOVE "FOR APPROVAL" TO WS-RFD-HDR-MODE
              WHEN "X"
                 MOVE "CREDIT BALANCE EXCEPTIONS"
                    TO WS-RFD-HDR-TITLE
                 MOVE "UNDER MINIMUM" TO WS-RFD-HDR-MODE
              WHEN OTHER
                 MOVE "CREDIT BALANCE REFUND REGISTER"
                    TO WS-RFD-HDR-TITLE
                 MOVE "POSTED" TO WS-RFD-HDR-MODE
           END-EVALUATE
           MOVE WS-RFD-RUN-DATE TO WS-RFD-HDR-DATE
           MOVE WS-RFD-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RFD-MINIMUM TO WS-RFD-HDR-MINIMUM
           MOVE WS-RFD-MONTHS TO WS-RFD-HDR-MONTHS
           MOVE WS-RFD-HEADING-2A TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RFD-HEADING-3 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4818-PRINT-REFUND-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-RFD-PASS-SWITCH = "X"
              MOVE "CREDITS UNDER MINIMUM:" TO WS-RFD-TOT-LABEL
              MOVE WS-RFD-EXC-COUNT TO WS-RFD-TOT-COUNT
              MOVE WS-RFD-EXC-TOTAL TO WS-RFD-TOT-AMOUNT
              MOVE WS-RFD-TOTAL-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           ELSE
              IF WS-RFD-PASS-SWITCH = "Y"
                 MOVE "REFUNDS POSTED:" TO WS-RFD-TOT-LABEL
              ELSE
                 MOVE "REFUNDS FOR APPROVAL:" TO WS-RFD-TOT-LABEL
              END-IF
              MOVE WS-RFD-COUNT TO WS-RFD-TOT-COUNT
              MOVE WS-RFD-TOTAL TO WS-RFD-TOT-AMOUNT
              MOVE WS-RFD-TOTAL-LINE TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE "UNDER MINIMUM - SEE REFUNDEX.PRT:"
                 TO WS-RFD-TOT-LABEL
              MOVE WS-RFD-EXC-COUNT TO WS-RFD-TOT-COUNT
              MOVE WS-RFD-EXC-TOTAL TO WS-RFD-TOT-AMOUNT
              MOVE WS-RFD-TOTAL-LINE TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              WRITE PRINT-LINE
              IF WS-RFD-PASS-SWITCH = "Y"
                 MOVE WS-OPERATOR-ID TO WS-RFD-POSTED-BY
                 MOVE WS-RFD-POSTED-LINE TO PRINT-LINE
              ELSE
                 MOVE WS-RFD-APPROVAL-LINE TO PRINT-LINE
              END-IF
              WRITE PRINT-LINE
           END-IF.

       4820-CHECK-ONE-CREDIT.
           MOVE ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER
           READ PAYHIST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PH-BALANCE-DUE < ZERO
                    PERFORM 4822-SELECT-CREDIT
                    IF WS-RFD-SELECT-SWITCH = "R"
                       PERFORM 4826-REFUND-ONE-CREDIT
                    END-IF
                    IF WS-RFD-SELECT-SWITCH = "X"
                       ADD 1 TO WS-RFD-EXC-COUNT
                       ADD WS-RFD-CREDIT TO WS-RFD-EXC-TOTAL
                       IF WS-RFD-PASS-SWITCH = "X"
                          PERFORM 4830-PRINT-REFUND-LINE
                       END-IF
                    END-IF
                 END-IF
           END-READ.

      * SETS WS-RFD-SELECT-SWITCH TO "R" FOR A REFUND, "X" FOR AN
      * EXCEPTION (UNDER THE MINIMUM) OR "N" FOR A CREDIT LEFT ALONE.
      * AN ACTIVE ACCOUNT'S MONTHLY FEE IS ITS LAST BILL, OR ITS RATE
      * IF IT HAS NOT BEEN BILLED YET.
       4822-SELECT-CREDIT.
           MOVE "N" TO WS-RFD-SELECT-SWITCH
           SUBTRACT PH-BALANCE-DUE FROM ZERO GIVING WS-RFD-CREDIT
           PERFORM 2810-SHOW-STATUS-DESC
           MOVE WS-STATUS-DESC TO WS-RFD-STATUS-DESC
           EVALUATE OWNER-STATUS
              WHEN "F"
                 MOVE "ACCOUNT FINALED" TO WS-RFD-REASON
                 MOVE "R" TO WS-RFD-SELECT-SWITCH
              WHEN "S"
                 MOVE "ACCOUNT SUSPENDED" TO WS-RFD-REASON
                 MOVE "R" TO WS-RFD-SELECT-SWITCH
              WHEN "A"
                 IF PH-LAST-BILL-AMOUNT > ZERO
                    MOVE PH-LAST-BILL-AMOUNT TO WS-RFD-MONTH-FEE
                 ELSE
                    MOVE OWNER-FEE-AMOUNT TO WS-RFD-MONTH-FEE
                 END-IF
                 MULTIPLY WS-RFD-MONTH-FEE BY WS-RFD-MONTHS
                    GIVING WS-RFD-LIMIT
                 IF WS-RFD-CREDIT > WS-RFD-LIMIT
                    MOVE WS-RFD-MONTHS TO WS-RFD-MONTHS-DISP
                    MOVE WS-RFD-MONTHS-TEXT TO WS-RFD-REASON
                    MOVE "R" TO WS-RFD-SELECT-SWITCH
                 END-IF
           END-EVALUATE
           IF WS-RFD-SELECT-SWITCH = "R"
              AND WS-RFD-CREDIT < WS-RFD-MINIMUM
              MOVE "UNDER MINIMUM" TO WS-RFD-REASON
              MOVE "X" TO WS-RFD-SELECT-SWITCH
           END-IF.

      * A SELLER WHO MOVED AWAY IS PAID AT THE FORWARDING ADDRESS
      * TAKEN AT THE TRANSFER; EVERYONE ELSE AT THE SERVICE ADDRESS.
       4824-SET-MAILING-ADDRESS.
           MOVE OWNER-ADDRESS TO WS-RFD-MAIL-ADDRESS
           MOVE "N" TO WS-RFD-FORWARD-SWITCH
           MOVE ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER
           MOVE "S" TO TR-ROLE
           READ OWNER-TRANSFER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF TR-FORWARD-ADDRESS NOT = SPACES
                    MOVE TR-FORWARD-ADDRESS TO WS-RFD-MAIL-ADDRESS
                    MOVE "Y" TO WS-RFD-FORWARD-SWITCH
                 END-IF
           END-READ.

       4826-REFUND-ONE-CREDIT.
           PERFORM 4824-SET-MAILING-ADDRESS
           ADD 1 TO WS-RFD-COUNT
           ADD WS-RFD-CREDIT TO WS-RFD-TOTAL
           IF WS-RFD-PASS-SWITCH = "Y"
              ADD WS-RFD-CREDIT TO PH-BALANCE-DUE
              REWRITE PAYMENT-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY "PAYMENT HISTORY REWRITE FAILED"
              END-REWRITE
              MOVE ACCOUNT-NUMBER TO LG-ACCOUNT-NUMBER
              MOVE WS-RFD-RUN-DATE TO LG-TRANS-DATE
              MOVE "R" TO LG-TRANS-TYPE
              MOVE WS-RFD-CREDIT TO LG-TRANS-AMOUNT
              PERFORM 9600-WRITE-LEDGER-RECORD
              PERFORM 4842-WRITE-EXPORT-DETAIL
           END-IF
           IF WS-RFD-PASS-SWITCH NOT = "X"
              PERFORM 4830-PRINT-REFUND-LINE
           END-IF.

       4830-PRINT-REFUND-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 4812-PRINT-REFUND-HEADER
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-RFD-DET-ACCOUNT
           MOVE OWNER-NAME TO WS-RFD-DET-NAME
           MOVE WS-RFD-STATUS-DESC TO WS-RFD-DET-STATUS
           MOVE WS-RFD-REASON TO WS-RFD-DET-REASON
           MOVE WS-RFD-CREDIT TO WS-RFD-DET-CREDIT
           MOVE WS-RFD-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-RFD-SELECT-SWITCH = "R"
              MOVE WS-RFD-MAIL-ADDRESS TO WS-RFD-DET-ADDRESS
              IF WS-RFD-FORWARD-SWITCH = "Y"
                 MOVE "(FORWARDING)" TO WS-RFD-DET-FORWARD
              ELSE
                 MOVE SPACES TO WS-RFD-DET-FORWARD
              END-IF
              MOVE WS-RFD-DETAIL-LINE-2 TO PRINT-LINE
              WRITE PRINT-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF.

       4840-WRITE-EXPORT-HEADER.
           MOVE SPACES TO REFUND-EXPORT-HEADER
           MOVE "H" TO RX-HDR-TYPE
           MOVE WS-RFD-RUN-DATE TO RX-HDR-RUN-DATE
           MOVE WS-OPERATOR-ID TO RX-HDR-APPROVED-BY
           WRITE REFUND-EXPORT-HEADER.

       4842-WRITE-EXPORT-DETAIL.
           MOVE "D" TO RX-RECORD-TYPE
           MOVE ACCOUNT-NUMBER TO RX-ACCOUNT-NUMBER
           MOVE OWNER-NAME TO RX-PAYEE-NAME
           MOVE WS-RFD-MAIL-ADDRESS TO RX-MAIL-ADDRESS
           MOVE WS-RFD-CREDIT TO RX-REFUND-AMOUNT
           MOVE WS-RFD-RUN-DATE TO RX-REFUND-DATE
           MOVE WS-OPERATOR-ID TO RX-APPROVED-BY
           WRITE REFUND-EXPORT-RECORD.

       4844-WRITE-EXPORT-TRAILER.
           MOVE SPACES TO REFUND-EXPORT-TRAILER
           MOVE "T" TO RX-TRL-TYPE
           MOVE WS-RFD-COUNT TO RX-TRL-COUNT
           MOVE WS-RFD-TOTAL TO RX-TRL-AMOUNT
           WRITE REFUND-EXPORT-TRAILER.

      * CASHIER DRAWERS. EACH CASHIER CLOSES OUT THEIR OWN DRAWER AT
      * THE END OF THE DAY; THE DAILY SUMMARY ACROSS ALL CASHIERS IS
      * FOR THE SUPERVISOR.
       4900-CASHIER-DRAWER.
           MOVE SPACE TO WS-DRW-CHOICE
           PERFORM UNTIL WS-DRW-CHOICE = "E"
              DISPLAY "=================================="
              DISPLAY "CASHIER DRAWER"
              DISPLAY "CLOSE OUT MY DRAWER FOR TODAY [A]"
              DISPLAY "DAILY CASHIER SUMMARY - SUPERVISOR [B]"
              DISPLAY "RETURN TO MAIN MENU [E]"
              ACCEPT WS-DRW-CHOICE
              EVALUATE WS-DRW-CHOICE
                 WHEN "A"
                    PERFORM 4910-CLOSE-OUT-DRAWER
                 WHEN "B"
                    IF WS-OPERATOR-LEVEL NOT = "S"
                       DISPLAY "NOT AUTHORIZED FOR THAT FUNCTION"
                          " - SIGNED ON AS " WS-OPERATOR-ID
                          " LEVEL " WS-OPERATOR-LEVEL
                    ELSE
                       PERFORM 4950-PRINT-CASHIER-SUMMARY
                    END-IF
                 WHEN "E"
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "UNKNOWN CHOICE"
              END-EVALUATE
           END-PERFORM.

      * CALLER SETS WS-DRW-OPERATOR AND WS-DRW-DATE.
       4902-CHECK-DRAWER-CLOSED.
           MOVE "N" TO WS-DRW-CLOSED-SWITCH
           PERFORM 0043-OPEN-DRAWCLS-FOR-INPUT
           MOVE WS-DRW-OPERATOR TO DC-OPERATOR
           MOVE WS-DRW-DATE TO DC-DRAWER-DATE
           READ DRAWER-CLOSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-DRW-CLOSED-SWITCH
           END-READ
           CLOSE DRAWER-CLOSE.

       4904-FIND-LAST-RECEIPT.
           MOVE ZERO TO WS-DRW-LAST-SEQ
           PERFORM 4907-START-DRAWER-RECEIPTS
           PERFORM UNTIL WS-DRW-EOF-SWITCH = "Y"
              PERFORM 4908-READ-NEXT-DRAWER-RECEIPT
              IF WS-DRW-EOF-SWITCH NOT = "Y"
                 MOVE DR-RECEIPT-SEQ TO WS-DRW-LAST-SEQ
              END-IF
           END-PERFORM.

      * CALLED AFTER 2030 HAS POSTED THE RECEIPT. IF 2030 SENT IT TO
      * UNAPPLIED CASH THE LAST SUSPENSE ITEM NUMBER HAS MOVED ON.
       4906-WRITE-DRAWER-RECEIPT.
           ADD 1 TO WS-DRW-LAST-SEQ
           MOVE WS-DRW-OPERATOR TO DR-OPERATOR
           MOVE WS-DRW-DATE TO DR-DRAWER-DATE
           MOVE WS-DRW-LAST-SEQ TO DR-RECEIPT-SEQ
           MOVE WS-PAY-ACCOUNT TO DR-ACCOUNT-NUMBER
           MOVE WS-PAY-DATE TO DR-PAYMENT-DATE
           MOVE WS-PAY-AMOUNT TO DR-AMOUNT
           MOVE WS-DRW-TENDER TO DR-TENDER
           MOVE WS-DRW-CHECK-NUMBER TO DR-CHECK-NUMBER
           IF WS-SUS-LAST-NUMBER NOT = WS-DRW-SUS-BEFORE
              MOVE WS-SUS-LAST-NUMBER TO DR-SUSPENSE-ITEM
           ELSE
              MOVE ZERO TO DR-SUSPENSE-ITEM
           END-IF
           MOVE "O" TO DR-STATUS
           WRITE DRAWER-RECEIPT-RECORD
              INVALID KEY
                 DISPLAY "DRAWER RECEIPT WRITE FAILED FOR ACCOUNT "
                    WS-PAY-ACCOUNT
           END-WRITE.

       4907-START-DRAWER-RECEIPTS.
           MOVE "N" TO WS-DRW-EOF-SWITCH
           MOVE WS-DRW-OPERATOR TO DR-OPERATOR
           MOVE WS-DRW-DATE TO DR-DRAWER-DATE
           MOVE ZERO TO DR-RECEIPT-SEQ
           START DRAWER-RECEIPT KEY IS NOT LESS THAN DR-RECEIPT-KEY
              INVALID KEY
                 MOVE "Y" TO WS-DRW-EOF-SWITCH
           END-START.

       4908-READ-NEXT-DRAWER-RECEIPT.
           READ DRAWER-RECEIPT NEXT RECORD
              AT END
                 MOVE "Y" TO WS-DRW-EOF-SWITCH
              NOT AT END
                 IF DR-OPERATOR NOT = WS-DRW-OPERATOR
                    OR DR-DRAWER-DATE NOT = WS-DRW-DATE
                    MOVE "Y" TO WS-DRW-EOF-SWITCH
                 END-IF
           END-READ.

       4909-SET-TENDER-DESC.
           EVALUATE DR-TENDER
              WHEN "C"
                 MOVE "CASH" TO WS-DRW-TENDER-DESC
              WHEN "K"
                 MOVE "CHECK" TO WS-DRW-TENDER-DESC
              WHEN "M"
                 MOVE "MONEY ORDER" TO WS-DRW-TENDER-DESC
              WHEN "D"
                 MOVE "CARD" TO WS-DRW-TENDER-DESC
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-DRW-TENDER-DESC
           END-EVALUATE.

      * THE CASHIER COUNTS THE DRAWER BEFORE SEEING WHAT THE SYSTEM
      * EXPECTS. THE BALANCE REPORT IS PRINTED FIRST; CLOSING LOCKS
      * THE DAY'S RECEIPTS, WRITES THE OVER/SHORT RECORD, REPRINTS
      * THE BALANCE REPORT AS CLOSED AND PRINTS THE DEPOSIT SLIP.
       4910-CLOSE-OUT-DRAWER.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO WS-DRW-OPERATOR
           MOVE WS-TODAY-DATE TO WS-DRW-DATE
           PERFORM 4902-CHECK-DRAWER-CLOSED
           IF WS-DRW-CLOSED-SWITCH = "Y"
              DISPLAY "DRAWER FOR " WS-DRW-OPERATOR
                 " IS ALREADY CLOSED FOR " WS-DRW-DATE
           ELSE
              PERFORM 4912-SUM-DRAWER-RECEIPTS
              DISPLAY WS-DRW-RCPT-COUNT " RECEIPTS IN THIS DRAWER"
              PERFORM 4914-ACCEPT-DRAWER-COUNTS
              PERFORM 4916-COMPUTE-OVER-SHORT
              MOVE "N" TO WS-DRW-POST-SWITCH
              PERFORM 4920-PRINT-DRAWER-REPORT
              DISPLAY "DRAWER BALANCE WRITTEN TO DRAWBAL.PRT"
              MOVE WS-DRW-OS-TOTAL TO WS-DRW-AMT-DISP
              DISPLAY "DRAWER OVER/SHORT: " WS-DRW-AMT-DISP
              DISPLAY "CLOSE THE DRAWER AND LOCK TODAY'S RECEIPTS?"
                 " [Y/N]"
              ACCEPT WS-DRW-CONFIRM
              IF WS-DRW-CONFIRM = "Y"
                 MOVE "Y" TO WS-DRW-POST-SWITCH
                 PERFORM 4930-LOCK-DRAWER-RECEIPTS
                 PERFORM 4932-WRITE-DRAWER-CLOSE
                 PERFORM 4920-PRINT-DRAWER-REPORT
                 PERFORM 4940-PRINT-DEPOSIT-SLIP
                 DISPLAY "DRAWER CLOSED - RECEIPTS LOCKED"
                 DISPLAY "DRAWER BALANCE WRITTEN TO DRAWBAL.PRT"
                 DISPLAY "DEPOSIT SLIP WRITTEN TO DEPSLIP.PRT"
              ELSE
                 DISPLAY "DRAWER NOT CLOSED"
              END-IF
           END-IF.

       4912-SUM-DRAWER-RECEIPTS.
           MOVE ZERO TO WS-DRW-RCPT-COUNT
           MOVE ZERO TO WS-DRW-EXP-CASH
           MOVE ZERO TO WS-DRW-EXP-CHECK
           MOVE ZERO TO WS-DRW-EXP-MO
           MOVE ZERO TO WS-DRW-EXP-CARD
           PERFORM 0040-OPEN-DRAWRCPT-FOR-INPUT
           PERFORM 4907-START-DRAWER-RECEIPTS
           PERFORM UNTIL WS-DRW-EOF-SWITCH = "Y"
              PERFORM 4908-READ-NEXT-DRAWER-RECEIPT
              IF WS-DRW-EOF-SWITCH NOT = "Y"
                 PERFORM 4913-ADD-ONE-RECEIPT
              END-IF
           END-PERFORM
           CLOSE DRAWER-RECEIPT
           ADD WS-DRW-EXP-CASH WS-DRW-EXP-CHECK WS-DRW-EXP-MO
              WS-DRW-EXP-CARD GIVING WS-DRW-EXP-TOTAL.

       4913-ADD-ONE-RECEIPT.
           ADD 1 TO WS-DRW-RCPT-COUNT
           EVALUATE DR-TENDER
              WHEN "C"
                 ADD DR-AMOUNT TO WS-DRW-EXP-CASH
              WHEN "K"
                 ADD DR-AMOUNT TO WS-DRW-EXP-CHECK
              WHEN "M"
                 ADD DR-AMOUNT TO WS-DRW-EXP-MO
              WHEN "D"
                 ADD DR-AMOUNT TO WS-DRW-EXP-CARD
           END-EVALUATE.

       4914-ACCEPT-DRAWER-COUNTS.
           DISPLAY "STARTING CASH PUT IN THE DRAWER THIS MORNING >>> "
           ACCEPT WS-DRW-STARTING-CASH
           DISPLAY "CASH COUNTED IN DRAWER, INCLUDING STARTING CASH"
              " >>> "
           ACCEPT WS-DRW-CASH-IN-DRAWER
           DISPLAY "CHECKS COUNTED - TOTAL >>> "
           ACCEPT WS-DRW-CNT-CHECK
           DISPLAY "MONEY ORDERS COUNTED - TOTAL >>> "
           ACCEPT WS-DRW-CNT-MO
           DISPLAY "CARD TERMINAL BATCH TOTAL >>> "
           ACCEPT WS-DRW-CNT-CARD
           SUBTRACT WS-DRW-STARTING-CASH FROM WS-DRW-CASH-IN-DRAWER
              GIVING WS-DRW-CNT-CASH.

       4916-COMPUTE-OVER-SHORT.
           SUBTRACT WS-DRW-EXP-CASH FROM WS-DRW-CNT-CASH
              GIVING WS-DRW-OS-CASH
           SUBTRACT WS-DRW-EXP-CHECK FROM WS-DRW-CNT-CHECK
              GIVING WS-DRW-OS-CHECK
           SUBTRACT WS-DRW-EXP-MO FROM WS-DRW-CNT-MO
              GIVING WS-DRW-OS-MO
           SUBTRACT WS-DRW-EXP-CARD FROM WS-DRW-CNT-CARD
              GIVING WS-DRW-OS-CARD
           ADD WS-DRW-CNT-CASH WS-DRW-CNT-CHECK WS-DRW-CNT-MO
              WS-DRW-CNT-CARD GIVING WS-DRW-CNT-TOTAL
           SUBTRACT WS-DRW-EXP-TOTAL FROM WS-DRW-CNT-TOTAL
              GIVING WS-DRW-OS-TOTAL.

       4918-PRINT-DRAWER-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RTE-PAGE
           MOVE WS-ROUTE-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-DRW-OPERATOR TO WS-DRW-HDR-OPERATOR
           MOVE WS-DRW-DATE TO WS-DRW-HDR-DATE
           MOVE WS-DRW-HEADING-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4920-PRINT-DRAWER-REPORT.
           MOVE "DRAWBAL.PRT" TO WS-PRINT-FILENAME
           MOVE "CASHIER DRAWER BALANCE" TO WS-DRW-HDR-TITLE
           IF WS-DRW-POST-SWITCH = "Y"
              MOVE "CLOSED" TO WS-DRW-HDR-MODE
           ELSE
              MOVE "NOT CLOSED" TO WS-DRW-HDR-MODE
           END-IF
           MOVE ZERO TO WS-PAGE-NUMBER
           OPEN OUTPUT PRINT-FILE
           PERFORM 4918-PRINT-DRAWER-HEADER
           MOVE WS-DRW-HEADING-3 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 0040-OPEN-DRAWRCPT-FOR-INPUT
           PERFORM 4907-START-DRAWER-RECEIPTS
           PERFORM UNTIL WS-DRW-EOF-SWITCH = "Y"
              PERFORM 4908-READ-NEXT-DRAWER-RECEIPT
              IF WS-DRW-EOF-SWITCH NOT = "Y"
                 PERFORM 4922-PRINT-ONE-RECEIPT
              END-IF
           END-PERFORM
           CLOSE DRAWER-RECEIPT
           PERFORM 4924-PRINT-TENDER-BALANCE
           CLOSE PRINT-FILE.

       4922-PRINT-ONE-RECEIPT.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 4918-PRINT-DRAWER-HEADER
              MOVE WS-DRW-HEADING-3 TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF
           PERFORM 4909-SET-TENDER-DESC
           MOVE DR-RECEIPT-SEQ TO WS-DRW-DET-SEQ
           MOVE DR-ACCOUNT-NUMBER TO WS-DRW-DET-ACCOUNT
           MOVE WS-DRW-TENDER-DESC TO WS-DRW-DET-TENDER
           MOVE DR-CHECK-NUMBER TO WS-DRW-DET-CHECK
           MOVE DR-AMOUNT TO WS-DRW-DET-AMOUNT
           IF DR-SUSPENSE-ITEM NOT = ZERO
              MOVE "UNAPPLIED ITEM " TO WS-DRW-DET-NOTE
           ELSE
              MOVE SPACES TO WS-DRW-DET-NOTE
           END-IF
           MOVE DR-SUSPENSE-ITEM TO WS-DRW-DET-ITEM
           MOVE WS-DRW-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4924-PRINT-TENDER-BALANCE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-DRW-BAL-HEADING TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "CASH" TO WS-DRW-BAL-LABEL
           MOVE WS-DRW-EXP-CASH TO WS-DRW-BAL-EXPECTED
           MOVE WS-DRW-CNT-CASH TO WS-DRW-BAL-COUNTED
           MOVE WS-DRW-OS-CASH TO WS-DRW-BAL-OS
           MOVE WS-DRW-BAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "CHECKS" TO WS-DRW-BAL-LABEL
           MOVE WS-DRW-EXP-CHECK TO WS-DRW-BAL-EXPECTED
           MOVE WS-DRW-CNT-CHECK TO WS-DRW-BAL-COUNTED
           MOVE WS-DRW-OS-CHECK TO WS-DRW-BAL-OS
           MOVE WS-DRW-BAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "MONEY ORDERS" TO WS-DRW-BAL-LABEL
           MOVE WS-DRW-EXP-MO TO WS-DRW-BAL-EXPECTED
           MOVE WS-DRW-CNT-MO TO WS-DRW-BAL-COUNTED
           MOVE WS-DRW-OS-MO TO WS-DRW-BAL-OS
           MOVE WS-DRW-BAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "CARDS" TO WS-DRW-BAL-LABEL
           MOVE WS-DRW-EXP-CARD TO WS-DRW-BAL-EXPECTED
           MOVE WS-DRW-CNT-CARD TO WS-DRW-BAL-COUNTED
           MOVE WS-DRW-OS-CARD TO WS-DRW-BAL-OS
           MOVE WS-DRW-BAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "DRAWER TOTAL" TO WS-DRW-BAL-LABEL
           MOVE WS-DRW-EXP-TOTAL TO WS-DRW-BAL-EXPECTED
           MOVE WS-DRW-CNT-TOTAL TO WS-DRW-BAL-COUNTED
           MOVE WS-DRW-OS-TOTAL TO WS-DRW-BAL-OS
           MOVE WS-DRW-BAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "RECEIPTS IN DRAWER:" TO WS-CSM-CNT-LABEL
           MOVE WS-DRW-RCPT-COUNT TO WS-CSM-CNT-VALUE
           MOVE WS-CSM-COUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "STARTING CASH (NOT IN COUNTED CASH):"
              TO WS-DRW-SLP-LABEL
           MOVE WS-DRW-STARTING-CASH TO WS-DRW-SLP-AMOUNT
           MOVE WS-DRW-SLIP-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       4930-LOCK-DRAWER-RECEIPTS.
           PERFORM 0039-OPEN-DRAWRCPT-FOR-UPDATE
           PERFORM 4907-START-DRAWER-RECEIPTS
           PERFORM UNTIL WS-DRW-EOF-SWITCH = "Y"
              PERFORM 4908-READ-NEXT-DRAWER-RECEIPT
              IF WS-DRW-EOF-SWITCH NOT = "Y"
                 MOVE "L" TO DR-STATUS
                 REWRITE DRAWER-RECEIPT-RECORD
                    INVALID KEY
                       DISPLAY "DRAWER RECEIPT REWRITE FAILED"
                 END-REWRITE
              END-IF
           END-PERFORM
           CLOSE DRAWER-RECEIPT.

       4932-WRITE-DRAWER-CLOSE.
           PERFORM 0042-OPEN-DRAWCLS-FOR-UPDATE
           MOVE WS-DRW-OPERATOR TO DC-OPERATOR
           MOVE WS-DRW-DATE TO DC-DRAWER-DATE
           MOVE WS-DRW-RCPT-COUNT TO DC-RECEIPT-COUNT
           MOVE WS-DRW-STARTING-CASH TO DC-STARTING-CASH
           MOVE WS-DRW-EXP-CASH TO DC-CASH-EXPECTED
           MOVE WS-DRW-CNT-CASH TO DC-CASH-COUNTED
           MOVE WS-DRW-EXP-CHECK TO DC-CHECK-EXPECTED
           MOVE WS-DRW-CNT-CHECK TO DC-CHECK-COUNTED
           MOVE WS-DRW-EXP-MO TO DC-MO-EXPECTED
           MOVE WS-DRW-CNT-MO TO DC-MO-COUNTED
           MOVE WS-DRW-EXP-CARD TO DC-CARD-EXPECTED
           MOVE WS-DRW-CNT-CARD TO DC-CARD-COUNTED
           MOVE WS-DRW-OS-TOTAL TO DC-OVER-SHORT
           ACCEPT DC-CLOSED-TIME FROM TIME
           WRITE DRAWER-CLOSE-RECORD
              INVALID KEY
                 DISPLAY "DRAWER CLOSE WRITE FAILED - ALREADY CLOSED?"
           END-WRITE
           CLOSE DRAWER-CLOSE.

      * CARD RECEIPTS SETTLE THROUGH THE CARD PROCESSOR AND THE
      * STARTING CASH STAYS IN THE DRAWER, SO NEITHER GOES ON THE SLIP.
       4940-PRINT-DEPOSIT-SLIP.
           MOVE "DEPSLIP.PRT" TO WS-PRINT-FILENAME
           MOVE "DEPOSIT SLIP SUMMARY" TO WS-DRW-HDR-TITLE
           MOVE "CLOSED" TO WS-DRW-HDR-MODE
           MOVE ZERO TO WS-PAGE-NUMBER
           OPEN OUTPUT PRINT-FILE
           PERFORM 4918-PRINT-DRAWER-HEADER
           MOVE "CURRENCY AND COIN:" TO WS-DRW-SLP-LABEL
           MOVE WS-DRW-CNT-CASH TO WS-DRW-SLP-AMOUNT
           MOVE WS-DRW-SLIP-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "CHECKS AND MONEY ORDERS:" TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 0040-OPEN-DRAWRCPT-FOR-INPUT
           PERFORM 4907-START-DRAWER-RECEIPTS
           PERFORM UNTIL WS-DRW-EOF-SWITCH = "Y"
              PERFORM 4908-READ-NEXT-DRAWER-RECEIPT
              IF WS-DRW-EOF-SWITCH NOT = "Y"
                 IF DR-TENDER = "K" OR DR-TENDER = "M"
                    PERFORM 4942-PRINT-SLIP-ITEM
                 END-IF
              END-IF
           END-PERFORM
           CLOSE DRAWER-RECEIPT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "CHECKS (COUNTED):" TO WS-DRW-SLP-LABEL
           MOVE WS-DRW-CNT-CHECK TO WS-DRW-SLP-AMOUNT
           MOVE WS-DRW-SLIP-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "MONEY ORDERS (COUNTED):" TO WS-DRW-SLP-LABEL
           MOVE WS-DRW-CNT-MO TO WS-DRW-SLP-AMOUNT
           MOVE WS-DRW-SLIP-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "TOTAL DEPOSIT:" TO WS-DRW-SLP-LABEL
           SUBTRACT WS-DRW-CNT-CARD FROM WS-DRW-CNT-TOTAL
              GIVING WS-DRW-SLP-AMOUNT
           MOVE WS-DRW-SLIP-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "CARD RECEIPTS - NOT DEPOSITED:" TO WS-DRW-SLP-LABEL
           MOVE WS-DRW-CNT-CARD TO WS-DRW-SLP-AMOUNT
           MOVE WS-DRW-SLIP-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "STARTING CASH KEPT IN DRAWER:" TO WS-DRW-SLP-LABEL
           MOVE WS-DRW-STARTING-CASH TO WS-DRW-SLP-AMOUNT
           MOVE WS-DRW-SLIP-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           CLOSE PRINT-FILE.

       4942-PRINT-SLIP-ITEM.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 4918-PRINT-DRAWER-HEADER
           END-IF
           PERFORM 4909-SET-TENDER-DESC
           MOVE WS-DRW-TENDER-DESC TO WS-DRW-SLI-TYPE
           MOVE DR-CHECK-NUMBER TO WS-DRW-SLI-CHECK
           MOVE DR-ACCOUNT-NUMBER TO WS-DRW-SLI-ACCOUNT
           MOVE DR-AMOUNT TO WS-DRW-SLI-AMOUNT
           MOVE WS-DRW-SLIP-ITEM-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

      * ONE BLOCK PER CASHIER WHO TOOK RECEIPTS THAT DAY: RECEIPTS BY
      * TENDER, THEN WHAT WAS COUNTED AND THE OVER/SHORT IF THE DRAWER
      * HAS BEEN CLOSED. A DRAWER CLOSED WITH NO RECEIPTS (STARTING
      * CASH ONLY) IS PICKED UP FROM THE CLOSE-OUT FILE AFTERWARDS.
       4950-PRINT-CASHIER-SUMMARY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "SUMMARY DATE YYYYMMDD (BLANK FOR TODAY) >>> "
           ACCEPT WS-CSM-DATE
           IF WS-CSM-DATE = SPACES
              MOVE WS-TODAY-DATE TO WS-CSM-DATE
           END-IF
           MOVE WS-CSM-DATE TO WS-BCT-PARM-VALUE
           PERFORM 3715-VALIDATE-DATE-PARM
           IF WS-BCT-PARM-OK-SWITCH NOT = "Y"
              DISPLAY "BAD SUMMARY DATE - RETURNING TO MENU"
           ELSE
              PERFORM 4952-RUN-CASHIER-SUMMARY
              DISPLAY "CASHIER SUMMARY WRITTEN TO CASHSUM.PRT"
           END-IF.

       4952-RUN-CASHIER-SUMMARY.
           MOVE "CASHSUM.PRT" TO WS-PRINT-FILENAME
           MOVE "DAILY CASHIER SUMMARY" TO WS-DRW-HDR-TITLE
           MOVE "ALL" TO WS-DRW-OPERATOR
           MOVE WS-CSM-DATE TO WS-DRW-DATE
           MOVE SPACES TO WS-DRW-HDR-MODE
           MOVE ZERO TO WS-CSM-CLOSED-COUNT
           MOVE ZERO TO WS-CSM-OPEN-COUNT
           MOVE ZERO TO WS-CSM-TOT-RCPT-COUNT
           MOVE ZERO TO WS-CSM-TOT-EXP-CASH
           MOVE ZERO TO WS-CSM-TOT-EXP-CHECK
           MOVE ZERO TO WS-CSM-TOT-EXP-MO
           MOVE ZERO TO WS-CSM-TOT-EXP-CARD
           MOVE ZERO TO WS-CSM-TOT-CNT-CASH
           MOVE ZERO TO WS-CSM-TOT-CNT-CHECK
           MOVE ZERO TO WS-CSM-TOT-CNT-MO
           MOVE ZERO TO WS-CSM-TOT-CNT-CARD
           MOVE ZERO TO WS-CSM-TOT-OS-CASH
           MOVE ZERO TO WS-CSM-TOT-OS-CHECK
           MOVE ZERO TO WS-CSM-TOT-OS-MO
           MOVE ZERO TO WS-CSM-TOT-OS-CARD
           MOVE ZERO TO WS-PAGE-NUMBER
           MOVE "Y" TO WS-CSM-FIRST-SWITCH
           OPEN OUTPUT PRINT-FILE
           PERFORM 4954-PRINT-SUMMARY-HEADER
           PERFORM 0040-OPEN-DRAWRCPT-FOR-INPUT
           PERFORM 0043-OPEN-DRAWCLS-FOR-INPUT
           MOVE "N" TO WS-DRW-EOF-SWITCH
           PERFORM UNTIL WS-DRW-EOF-SWITCH = "Y"
              READ DRAWER-RECEIPT NEXT RECORD
              AT END
                 MOVE "Y" TO WS-DRW-EOF-SWITCH
              NOT AT END
                 IF DR-DRAWER-DATE = WS-CSM-DATE
                    PERFORM 4956-SUMMARIZE-ONE-RECEIPT
                 END-IF
              END-READ
           END-PERFORM
           IF WS-CSM-FIRST-SWITCH NOT = "Y"
              PERFORM 4958-PRINT-OPERATOR-SUMMARY
           END-IF
           CLOSE DRAWER-RECEIPT
           PERFORM 4962-SUMMARIZE-EMPTY-DRAWERS
           CLOSE DRAWER-CLOSE
           PERFORM 4966-PRINT-SUMMARY-TOTALS
           CLOSE PRINT-FILE.

       4954-PRINT-SUMMARY-HEADER.
           PERFORM 4918-PRINT-DRAWER-HEADER
           MOVE WS-CSM-HEADING-3 TO PRINT-LINE
           WRITE PRINT-LINE.

       4956-SUMMARIZE-ONE-RECEIPT.
           IF WS-CSM-FIRST-SWITCH = "Y"
              OR DR-OPERATOR NOT = WS-CSM-PREV-OPERATOR
              IF WS-CSM-FIRST-SWITCH NOT = "Y"
                 PERFORM 4958-PRINT-OPERATOR-SUMMARY
              END-IF
              MOVE DR-OPERATOR TO WS-CSM-PREV-OPERATOR
              MOVE "N" TO WS-CSM-FIRST-SWITCH
              MOVE ZERO TO WS-DRW-RCPT-COUNT
              MOVE ZERO TO WS-DRW-EXP-CASH
              MOVE ZERO TO WS-DRW-EXP-CHECK
              MOVE ZERO TO WS-DRW-EXP-MO
              MOVE ZERO TO WS-DRW-EXP-CARD
           END-IF
           PERFORM 4913-ADD-ONE-RECEIPT.

      * PRINTS THE BLOCK FOR WS-CSM-PREV-OPERATOR FROM THE RECEIPT
      * TOTALS IN WS-DRW-EXP-* AND ITS CLOSE-OUT RECORD, IF ANY.
       4958-PRINT-OPERATOR-SUMMARY.
           ADD WS-DRW-EXP-CASH WS-DRW-EXP-CHECK WS-DRW-EXP-MO
              WS-DRW-EXP-CARD GIVING WS-DRW-EXP-TOTAL
           MOVE WS-CSM-PREV-OPERATOR TO DC-OPERATOR
           MOVE WS-CSM-DATE TO DC-DRAWER-DATE
           READ DRAWER-CLOSE
              INVALID KEY
                 MOVE "N" TO WS-DRW-CLOSED-SWITCH
              NOT INVALID KEY
                 MOVE "Y" TO WS-DRW-CLOSED-SWITCH
           END-READ
           PERFORM 4960-PRINT-SUMMARY-BLOCK.

       4960-PRINT-SUMMARY-BLOCK.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
              PERFORM 4954-PRINT-SUMMARY-HEADER
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CSM-PREV-OPERATOR TO WS-CSM-LABEL
           MOVE WS-DRW-RCPT-COUNT TO WS-CSM-COUNT
           MOVE WS-DRW-EXP-CASH TO WS-CSM-CASH
           MOVE WS-DRW-EXP-CHECK TO WS-CSM-CHECK
           MOVE WS-DRW-EXP-MO TO WS-CSM-MO
           MOVE WS-DRW-EXP-CARD TO WS-CSM-CARD
           MOVE WS-DRW-EXP-TOTAL TO WS-CSM-TOTAL
           MOVE WS-CSM-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 2 TO WS-LINE-COUNT
           ADD WS-DRW-RCPT-COUNT TO WS-CSM-TOT-RCPT-COUNT
           ADD WS-DRW-EXP-CASH TO WS-CSM-TOT-EXP-CASH
           ADD WS-DRW-EXP-CHECK TO WS-CSM-TOT-EXP-CHECK
           ADD WS-DRW-EXP-MO TO WS-CSM-TOT-EXP-MO
           ADD WS-DRW-EXP-CARD TO WS-CSM-TOT-EXP-CARD
           IF WS-DRW-CLOSED-SWITCH = "Y"
              ADD 1 TO WS-CSM-CLOSED-COUNT
              MOVE DC-CASH-COUNTED TO WS-DRW-CNT-CASH
              MOVE DC-CHECK-COUNTED TO WS-DRW-CNT-CHECK
              MOVE DC-MO-COUNTED TO WS-DRW-CNT-MO
              MOVE DC-CARD-COUNTED TO WS-DRW-CNT-CARD
              PERFORM 4916-COMPUTE-OVER-SHORT
              ADD WS-DRW-CNT-CASH TO WS-CSM-TOT-CNT-CASH
              ADD WS-DRW-CNT-CHECK TO WS-CSM-TOT-CNT-CHECK
              ADD WS-DRW-CNT-MO TO WS-CSM-TOT-CNT-MO
              ADD WS-DRW-CNT-CARD TO WS-CSM-TOT-CNT-CARD
              ADD WS-DRW-OS-CASH TO WS-CSM-TOT-OS-CASH
              ADD WS-DRW-OS-CHECK TO WS-CSM-TOT-OS-CHECK
              ADD WS-DRW-OS-MO TO WS-CSM-TOT-OS-MO
              ADD WS-DRW-OS-CARD TO WS-CSM-TOT-OS-CARD
              PERFORM 4964-PRINT-COUNTED-LINES
           ELSE
              ADD 1 TO WS-CSM-OPEN-COUNT
              MOVE "DRAWER NOT CLOSED OUT" TO WS-CSM-NOTE
              MOVE WS-CSM-NOTE-LINE TO PRINT-LINE
              WRITE PRINT-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF.

       4962-SUMMARIZE-EMPTY-DRAWERS.
           MOVE "N" TO WS-DRW-EOF-SWITCH
           MOVE LOW-VALUES TO DC-CLOSE-KEY
           START DRAWER-CLOSE KEY IS NOT LESS THAN DC-CLOSE-KEY
              INVALID KEY
                 MOVE "Y" TO WS-DRW-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-DRW-EOF-SWITCH = "Y"
              READ DRAWER-CLOSE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-DRW-EOF-SWITCH
              NOT AT END
                 IF DC-DRAWER-DATE = WS-CSM-DATE
                    AND DC-RECEIPT-COUNT = ZERO
                    MOVE DC-OPERATOR TO WS-CSM-PREV-OPERATOR
                    MOVE ZERO TO WS-DRW-RCPT-COUNT
                    MOVE ZERO TO WS-DRW-EXP-CASH
                    MOVE ZERO TO WS-DRW-EXP-CHECK
                    MOVE ZERO TO WS-DRW-EXP-MO
                    MOVE ZERO TO WS-DRW-EXP-CARD
                    MOVE ZERO TO WS-DRW-EXP-TOTAL
                    MOVE "Y" TO WS-DRW-CLOSED-SWITCH
                    PERFORM 4960-PRINT-SUMMARY-BLOCK
                 END-IF
              END-READ
           END-PERFORM.

       4964-PRINT-COUNTED-LINES.
           MOVE "COUNTED" TO WS-CSM-LABEL
           MOVE ZERO TO WS-CSM-COUNT
           MOVE WS-DRW-CNT-CASH TO WS-CSM-CASH
           MOVE WS-DRW-CNT-CHECK TO WS-CSM-CHECK
           MOVE WS-DRW-CNT-MO TO WS-CSM-MO
           MOVE WS-DRW-CNT-CARD TO WS-CSM-CARD
           MOVE WS-DRW-CNT-TOTAL TO WS-CSM-TOTAL
           MOVE WS-CSM-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "OVER/SHT" TO WS-CSM-LABEL
           MOVE WS-DRW-OS-CASH TO WS-CSM-CASH
           MOVE WS-DRW-OS-CHECK TO WS-CSM-CHECK
           MOVE WS-DRW-OS-MO TO WS-CSM-MO
           MOVE WS-DRW-OS-CARD TO WS-CSM-CARD
           MOVE WS-DRW-OS-TOTAL TO WS-CSM-TOTAL
           MOVE WS-CSM-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 2 TO WS-LINE-COUNT.

      * THE COUNTED AND OVER/SHORT TOTALS ARE FOR CLOSED DRAWERS ONLY,
      * SO A DRAWER STILL OPEN DOES NOT SHOW AS SHORT.
       4966-PRINT-SUMMARY-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "ALL" TO WS-CSM-PREV-OPERATOR
           MOVE WS-CSM-TOT-RCPT-COUNT TO WS-DRW-RCPT-COUNT
           MOVE WS-CSM-TOT-EXP-CASH TO WS-DRW-EXP-CASH
           MOVE WS-CSM-TOT-EXP-CHECK TO WS-DRW-EXP-CHECK
           MOVE WS-CSM-TOT-EXP-MO TO WS-DRW-EXP-MO
           MOVE WS-CSM-TOT-EXP-CARD TO WS-DRW-EXP-CARD
           ADD WS-DRW-EXP-CASH WS-DRW-EXP-CHECK WS-DRW-EXP-MO
              WS-DRW-EXP-CARD GIVING WS-DRW-EXP-TOTAL
           MOVE WS-CSM-PREV-OPERATOR TO WS-CSM-LABEL
           MOVE WS-DRW-RCPT-COUNT TO WS-CSM-COUNT
           MOVE WS-DRW-EXP-CASH TO WS-CSM-CASH
           MOVE WS-DRW-EXP-CHECK TO WS-CSM-CHECK
           MOVE WS-DRW-EXP-MO TO WS-CSM-MO
           MOVE WS-DRW-EXP-CARD TO WS-CSM-CARD
           MOVE WS-DRW-EXP-TOTAL TO WS-CSM-TOTAL
           MOVE WS-CSM-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CSM-TOT-CNT-CASH TO WS-DRW-CNT-CASH
           MOVE WS-CSM-TOT-CNT-CHECK TO WS-DRW-CNT-CHECK
           MOVE WS-CSM-TOT-CNT-MO TO WS-DRW-CNT-MO
           MOVE WS-CSM-TOT-CNT-CARD TO WS-DRW-CNT-CARD
           ADD WS-DRW-CNT-CASH WS-DRW-CNT-CHECK WS-DRW-CNT-MO
              WS-DRW-CNT-CARD GIVING WS-DRW-CNT-TOTAL
           MOVE WS-CSM-TOT-OS-CASH TO WS-DRW-OS-CASH
           MOVE WS-CSM-TOT-OS-CHECK TO WS-DRW-OS-CHECK
           MOVE WS-CSM-TOT-OS-MO TO WS-DRW-OS-MO
           MOVE WS-CSM-TOT-OS-CARD TO WS-DRW-OS-CARD
           ADD WS-DRW-OS-CASH WS-DRW-OS-CHECK WS-DRW-OS-MO
              WS-DRW-OS-CARD GIVING WS-DRW-OS-TOTAL
           PERFORM 4964-PRINT-COUNTED-LINES
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "DRAWERS CLOSED OUT:" TO WS-CSM-CNT-LABEL
           MOVE WS-CSM-CLOSED-COUNT TO WS-CSM-CNT-VALUE
           MOVE WS-CSM-COUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE "DRAWERS NOT CLOSED OUT:" TO WS-CSM-CNT-LABEL
           MOVE WS-CSM-OPEN-COUNT TO WS-CSM-CNT-VALUE
           MOVE WS-CSM-COUNT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       9500-WRITE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
