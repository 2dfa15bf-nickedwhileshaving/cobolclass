      *and rolls each rug order up into an invoice line -- item count,
      *gross price, discount, and net amount due. Meant to be run right
      *after HW15NB, either standalone or CALLed from HW15DRV.
      *An order is invoiced only once its work order is complete on
      *the status file HW15WSUP maintains -- or, when the shop runs
      *with shipping confirmation required (RUGSHPCF=Y), once HW08NB
      *has manifested it.  Priced orders not yet ready are carried
      *forward on the backlog file, which the next billing run reads
      *after MATHOUT, and listed on the open-order backlog report.
      *A work order voided by HW15OCHG is ignored.
      *An order header naming a ship-to code is freighted and fed to
      *the manifest at that ship-to site's ZIP (RUGSHTO).
      *Sales tax is figured per jurisdiction -- state, county, city,
      *and special district -- from the ship-to ZIP (RUGTAXJ), shown
      *by jurisdiction on the invoice, posted per invoice to RUGTAXD
      *for HW15RMA, and accumulated on RUGTAXP into a filing
      *worksheet per jurisdiction per period.
      *A customer set up on the trading-partner file (RUGEDIP) to
      *take invoices by EDI is also sent each invoice as an X12 810
      *on RUGE810, quoting back the PO number HW15EDIN kept on RUGEDIX.
      *Each invoice-history line carries the material cost of the
      *line as priced, so customer profitability (HW15PROF) can be
      *figured for any period without the MATHOUT generation.
      *A due date that would fall on a weekend or a bank holiday is
      *moved to the next business day on the shared calendar (BUSCAL).
      *Each order is billed by the company on its order header (or,
      *for an older header, the customer's company).  When there is
      *a company master (COMPANY) the invoice register closes with a
      *total line per company, and the billing-totals file carries a
      *row per company after the run's grand row, so HW15GL can book
      *each company's sales to its own ledger.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-HDR-STATUS.

           SELECT SHIP-TO-FILE ASSIGN TO WS-SHIP-TO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIP-TO-STATUS.

           SELECT EXEMPT-CERT-IN ASSIGN TO WS-EXEMPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXEMPT-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-ADJ-STATUS.

           SELECT TAX-JURIS-TABLE ASSIGN TO WS-TAX-JURIS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-JURIS-STATUS.

           SELECT TAX-DETAIL-OUT ASSIGN TO WS-TAX-DETAIL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-DETAIL-STATUS.

           SELECT TAX-PERIOD-FILE ASSIGN TO WS-TAX-PERIOD-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-PERIOD-STATUS.

           SELECT INVOICE-CONTROL ASSIGN TO WS-INV-CTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-CTL-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIP-FEED-STATUS.

           SELECT SHIP-PIECES-OUT ASSIGN TO WS-SHIP-PCS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIP-PCS-STATUS.

           SELECT DEPOSITS-HELD ASSIGN TO WS-DEPOSITS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPOSITS-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-HIST-STATUS.

           SELECT WORK-ORDER-STATUS ASSIGN TO WS-WO-STS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WO-STS-STATUS.

           SELECT SHIPMENT-STATUS ASSIGN TO WS-SHIP-STAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIP-STAT-STATUS.

           SELECT ORDER-BACKLOG ASSIGN TO WS-BACKLOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKLOG-STATUS.

           SELECT BACKLOG-RPT ASSIGN TO WS-BACKLOG-RPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKLOG-RPT-STATUS.

           SELECT FINISH-PRICE-IN ASSIGN TO WS-FINISH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINISH-STATUS.

           SELECT BATCH-ERROR-LOG ASSIGN TO WS-ERROR-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERROR-LOG-STATUS.

           SELECT EDI-PARTNER-IN ASSIGN TO WS-EDI-PARTNER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-PARTNER-STATUS.

           SELECT EDI-XREF-IN ASSIGN TO WS-EDI-XREF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-XREF-STATUS.

           SELECT EDI-CONTROL ASSIGN TO WS-EDI-CTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-CTL-STATUS.

           SELECT EDI-810-OUT ASSIGN TO WS-EDI-810-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDI-810-STATUS.

      *  DATASET NAMES ARE RESOLVED AT RUNTIME BY 0900-RESOLVE-FILE
      *  -NAMES FROM THE ENVIRONMENT VARIABLES BELOW, FALLING BACK TO
      *  DEVELOPMENT DEFAULTS SHOWN THERE WHEN A VARIABLE IS NOT SET:
      *      SHAPEOUT (MATHOUT.dat FROM HW15NB)   BILLOUT
      *      RUGCUST (CUSTOMER MASTER)  RUGORDH (ORDER HEADERS)
      *      RUGSHTO (CUSTOMER SHIP-TO SITES)
      *      RUGTAXR (STATE TAX RATES)  RUGTAXS (FILING WORKSHEET)
      *      RUGTAXJ (LOCAL TAX JURISDICTIONS BY ZIP RANGE)
      *      RUGTAXD (TAX BY JURISDICTION PER INVOICE)
      *      RUGTAXP (PERIOD-TO-DATE TAX BY JURISDICTION)
      *      RUGAR (OPEN-ITEM RECEIVABLES POSTED EACH RUN)
      *      RUGWSTS (WORK-ORDER STATUS)  SHIPSTAT (HW08NB SHIPMENTS)
      *      RUGBKLG (PRICED ORDERS CARRIED FORWARD)
      *      RUGBKRPT (OPEN-ORDER BACKLOG REPORT)
      *      RUGFINP (EDGE-FINISH RATES, FOR THE FINISH NAMES)
      *      BATCHERRLOG - SHARED WITH HW15NB AND HW16NB
      *      RUGEDIP (EDI TRADING PARTNERS)  RUGEDIX (PO CROSS-REF)
      *      RUGEDCT (EDI CONTROL NUMBERS, SHARED WITH HW15EDIN)
      *      RUGE810 (OUTBOUND X12 810 INVOICES)

       DATA DIVISION.
       FILE SECTION.
          05 MI-PRICE-OUT             PIC 9(06)V99.
          05 MI-DISCOUNT-OUT          PIC 9(05)V99.
          05 MI-MATL-COST-OUT         PIC 9(06)V99.
          05 MI-FINISH-PRICE-OUT      PIC 9(05)V99.
          05 MI-FINISH-CODE           PIC X(01).

       FD  INVOICE-OUT
           RECORDING MODE IS F
      *   PAYMENT TERMS CODE -- RESOLVED THROUGH THE TERMS TABLE TO
      *   STAMP EACH OPEN ITEM'S DUE DATE.  BLANK MEANS NET 30.
          05 CM-TERMS-CODE            PIC X(03).
          05 CM-ACTIVE-SW             PIC X(01).
          05 CM-CASH-ONLY-SW          PIC X(01).
          05 CM-COMPANY               PIC X(02).

       FD  ORDER-HEADER-IN
           RECORDING MODE IS F
          05 OH-ORDER-DATE            PIC X(08).
          05 OH-SHIP-TO-ZIP           PIC X(05).
          05 OH-SALESPERSON-ID        PIC X(03).
          05 OH-SHIP-TO-CODE          PIC X(03).
          05 OH-COMPANY               PIC X(02).

      * CUSTOMER SHIP-TO SITES KEPT BY HW15CMNT.  AN ORDER HEADER
      * NAMING A SHIP-TO CODE SHIPS -- AND IS FREIGHTED -- TO THAT
      * SITE'S ZIP.
       FD  SHIP-TO-FILE
           RECORDING MODE IS F
           DATA RECORD IS SHIP-TO-REC.
       01 SHIP-TO-REC.
          05 ST-CUST-NUMBER           PIC X(05).
          05 ST-SHIP-TO-CODE          PIC X(03).
          05 FILLER                   PIC X(67).
          05 ST-ZIP                   PIC X(05).
          05 ST-ACTIVE-SW             PIC X(01).

      * WORK-ORDER STATUS ROWS (HW15WORD OPENS, HW15WSUP ADVANCES).
       FD  WORK-ORDER-STATUS
           RECORDING MODE IS F
           DATA RECORD IS WORK-ORDER-STATUS-REC.
       01 WORK-ORDER-STATUS-REC.
          05 WST-WO-NUMBER            PIC 9(07).
          05 WST-ORDER-ID             PIC X(05).
          05 WST-STATUS               PIC X(01).
          05 WST-OPENED-DATE          PIC X(08).
          05 WST-STATUS-DATE          PIC X(08).

      * HW08NB'S SHIPMENT STATUS FILE -- A ROW MEANS THE ORDER HAS
      * BEEN MANIFESTED.
       FD  SHIPMENT-STATUS
           RECORDING MODE IS F
           DATA RECORD IS SHIPMENT-STATUS-REC.
       01 SHIPMENT-STATUS-REC.
          05 SHP-TRACKING-NUMBER      PIC 9(10).
          05 SHP-ORDER-ID             PIC X(05).
          05 SHP-ZIP                  PIC X(05).
          05 SHP-SERVICE              PIC X(01).
          05 SHP-SHIP-DATE            PIC X(08).
          05 SHP-PROMISED-DAYS        PIC 9(01).
          05 SHP-STATUS               PIC X(01).
          05 SHP-DELIVERED-DATE       PIC X(08).
          05 SHP-WEIGHT               PIC 9(03)V99.
          05 SHP-COST                 PIC 9(05)V99.
          05 SHP-DECLARED             PIC 9(07)V99.
          05 SHP-CARRIER              PIC X(04).
          05 SHP-MASTER-TRACKING      PIC 9(10).
          05 SHP-PIECE-NUMBER         PIC 9(02).
          05 SHP-PIECE-COUNT          PIC 9(02).

      * PRICED LINES OF ORDERS NOT YET BILLABLE, IN THE MATHOUT
      * LAYOUT.  LOADED WHOLE AT START, THEN REWRITTEN WITH WHAT THIS
      * RUN HOLDS.
       FD  ORDER-BACKLOG
           RECORDING MODE IS F
           DATA RECORD IS ORDER-BACKLOG-REC.
       01 ORDER-BACKLOG-REC           PIC X(74).

       FD  BACKLOG-RPT
           RECORDING MODE IS F
           DATA RECORD IS BACKLOG-RPT-REC.
       01 BACKLOG-RPT-REC             PIC X(80).

       FD  INVOICE-CONTROL
           RECORDING MODE IS F
          05 ZZ-NAME                  PIC X(20).
          05 ZZ-RATE                  PIC 9(02)V99.
          05 ZZ-EFF-FROM              PIC X(08).
          05 ZZ-CARRIER               PIC X(04).
       01 ZIP-ZONE-REC-V3 REDEFINES ZIP-ZONE-REC-IN.
          05 ZZ3-PREFIX               PIC X(02).
          05 ZZ3-ZONE-CODE            PIC X(01).
          05 MM-MATERIAL-CODE         PIC X(04).
          05 MM-COST-PER-SQFT         PIC 9(03)V99.
          05 MM-WEIGHT-PER-SQFT       PIC 9(02)V99.
          05 FILLER                   PIC X(24).

       FD  BILLING-TOTALS
           RECORDING MODE IS F
          05 BT-NET-DUE               PIC 9(08)V99.
          05 BT-TAX                   PIC 9(08)V99.
          05 BT-FREIGHT               PIC 9(08)V99.
      *   BACKLOG LINES BILLED OR HELD AGAIN, AND LINES HELD FOR THE
      *   NEXT RUN -- RECON BALANCES MATHOUT PLUS THE FIRST AGAINST
      *   INVOICED PLUS THE SECOND.
          05 BT-CARRY-IN-ITEMS        PIC 9(05).
          05 BT-CARRY-IN-NET          PIC 9(08)V99.
          05 BT-HELD-ITEMS            PIC 9(05).
          05 BT-HELD-NET              PIC 9(08)V99.
      *   BLANK ON THE GRAND ROW; THE COMPANY ON EACH COMPANY ROW.
          05 BT-COMPANY               PIC X(02).

       FD  AR-OPEN-ITEM
           RECORDING MODE IS F
          05 AR-DUE-DATE              PIC X(08).

      * RESALE EXEMPTION CERTIFICATES BY CUSTOMER -- AN UNEXPIRED
      * CERTIFICATE FOR THE SHIP-TO STATE SKIPS THE TAX; AN
      * EXPIRED ONE MAKES THE ORDER TAXABLE AGAIN AUTOMATICALLY.
      * A BLANK LEVEL COVERS EVERY JURISDICTION IN THE STATE; A
      * LEVEL (S/C/T/D) COVERS ONLY THAT LEVEL, AND A NAME WITH IT
      * ONLY THAT ONE COUNTY, CITY, OR DISTRICT.
       FD  EXEMPT-CERT-IN
           RECORDING MODE IS F
           DATA RECORD IS EXEMPT-CERT-REC.
          05 EXM-CERT-NUMBER          PIC X(15).
          05 EXM-STATE                PIC X(02).
          05 EXM-EXPIRES              PIC X(08).
          05 EXM-LEVEL                PIC X(01).
          05 EXM-JURIS-NAME           PIC X(12).

      * PAYMENT TERMS DEFINITIONS -- NET DAYS, AND THE EARLY-PAY
      * DISCOUNT WINDOW AND PERCENT HW15CASH HONORS.
       01 TAX-SUMMARY-REC             PIC X(80).

      * RETURNS TAX BACK-OUTS QUEUED BY HW15RMA -- NETTED OFF THE
      * FILING WORKSHEET BELOW AND THEN CLEARED.  A ROW WITH NO
      * LEVEL IS A STATE-LEVEL BACK-OUT.
       FD  TAX-ADJUST-IN
           RECORDING MODE IS F
           DATA RECORD IS TAX-ADJUST-REC.
          05 TXA-STATE                PIC X(02).
          05 TXA-TAXABLE-CREDIT       PIC 9(08)V99.
          05 TXA-TAX-CREDIT           PIC 9(08)V99.
          05 TXA-LEVEL                PIC X(01).
          05 TXA-JURIS-NAME           PIC X(12).

      * LOCAL TAX JURISDICTIONS BY SHIP-TO ZIP RANGE.  A RANGE MAY
      * CARRY SEVERAL EFFECTIVE-DATED ROWS; A ZERO RATE MEANS THE
      * LEVEL DOES NOT TAX THERE.
       FD  TAX-JURIS-TABLE
           RECORDING MODE IS F
           DATA RECORD IS TAX-JURIS-REC.
       01 TAX-JURIS-REC.
          05 TJ-ZIP-LOW               PIC X(05).
          05 TJ-ZIP-HIGH              PIC X(05).
          05 TJ-EFFECTIVE-DATE        PIC X(08).
          05 TJ-STATE                 PIC X(02).
          05 TJ-STATE-RATE            PIC V9999.
          05 TJ-COUNTY-NAME           PIC X(12).
          05 TJ-COUNTY-RATE           PIC V9999.
          05 TJ-CITY-NAME             PIC X(12).
          05 TJ-CITY-RATE             PIC V9999.
          05 TJ-DISTRICT-NAME         PIC X(12).
          05 TJ-DISTRICT-RATE         PIC V9999.

      * ONE ROW PER JURISDICTION PER INVOICE, APPENDED -- HW15RMA
      * BACKS A RETURN'S TAX OUT AGAINST THESE SAME JURISDICTIONS.
       FD  TAX-DETAIL-OUT
           RECORDING MODE IS F
           DATA RECORD IS TAX-DETAIL-REC.
       01 TAX-DETAIL-REC.
          05 TD-ORDER-ID              PIC X(05).
          05 TD-INVOICE-NUMBER        PIC 9(07).
          05 TD-INV-DATE              PIC X(08).
          05 TD-STATE                 PIC X(02).
          05 TD-LEVEL                 PIC X(01).
          05 TD-JURIS-NAME            PIC X(12).
          05 TD-RATE                  PIC V9999.
          05 TD-TAXABLE               PIC 9(08)V99.
          05 TD-TAX                   PIC 9(07)V99.
          05 TD-EXEMPT-SW             PIC X(01).
          05 TD-CERT-NUMBER           PIC X(15).

      * PERIOD-TO-DATE TAX BY JURISDICTION -- EACH RUN ADDS ITS
      * SALES AND THE RETURNS IT CONSUMED TO ITS PERIOD'S ROWS.
       FD  TAX-PERIOD-FILE
           RECORDING MODE IS F
           DATA RECORD IS TAX-PERIOD-REC.
       01 TAX-PERIOD-REC.
          05 TP-PERIOD                PIC X(06).
          05 TP-STATE                 PIC X(02).
          05 TP-LEVEL                 PIC X(01).
          05 TP-JURIS-NAME            PIC X(12).
          05 TP-TAXABLE               PIC 9(09)V99.
          05 TP-EXEMPT                PIC 9(09)V99.
          05 TP-TAX                   PIC 9(09)V99.
          05 TP-RET-TAXABLE           PIC 9(09)V99.
          05 TP-RET-TAX               PIC 9(09)V99.

      * SHIPMENT FEED IN THE BATCH-ORDERS-IN LAYOUT HW08NB'S BATCH
      * MODE READS -- SHIP-TO ZIP FROM THE ORDER HEADER, WEIGHT FROM
          05 SHF-DECLARED-VALUE       PIC 9(07)V99.
          05 SHF-SERVICE              PIC X(01).

      * ONE ROW PER RUG ON EACH ORDER FED ABOVE -- ITS MATHOUT SIZES,
      * MATERIAL, AND WEIGHT -- SO HW08NB CAN PACK EVERY ROLLED RUG AS
      * ITS OWN PACKAGE AND RATE IT ON DIMENSIONAL WEIGHT.
       FD  SHIP-PIECES-OUT
           RECORDING MODE IS F
           DATA RECORD IS SHIP-PIECE-REC.
       01 SHIP-PIECE-REC.
          05 SPF-ORDER-ID             PIC X(05).
          05 SPF-SHAPE                PIC X(10).
          05 SPF-SIZE-1               PIC 9(03).
          05 SPF-SIZE-2               PIC 9(03).
          05 SPF-MATERIAL             PIC X(04).
          05 SPF-WEIGHT               PIC 9(03)V99.
          05 SPF-LINE-VALUE           PIC 9(06)V99.

      * CUSTOMER DEPOSITS HELD AGAINST ORDERS (POSTED BY HW15DEPE).
      * UNAPPLIED DEPOSITS FOR AN ORDER REDUCE ITS AMOUNT DUE AT
      * INVOICE TIME AND ARE MARKED APPLIED HERE.
          05 IHL-MATERIAL             PIC X(04).
          05 IHL-SHAPE                PIC X(10).
          05 IHL-LINE-NET             PIC 9(08)V99.
          05 IHL-MATL-COST            PIC 9(06)V99.
          05 FILLER                   PIC X(30) VALUE SPACES.

      * EDGE-FINISH RATES -- ONLY THE NAME IS USED HERE; THE PRICE
      * ARRIVES ON MATHOUT.
       FD  FINISH-PRICE-IN
           RECORDING MODE IS F
           DATA RECORD IS FINISH-PRICE-REC.
       01 FINISH-PRICE-REC.
          05 FP-FINISH-CODE           PIC X(01).
          05 FP-MATERIAL-CODE         PIC X(04).
          05 FP-RATE-PER-FOOT         PIC 9(02)V99.
          05 FP-FINISH-NAME           PIC X(12).

       FD  BATCH-ERROR-LOG
           RECORDING MODE IS F
           DATA RECORD IS BATCH-ERROR-LOG-REC.
       01 BATCH-ERROR-LOG-REC         PIC X(80).

       FD  EDI-PARTNER-IN
           RECORDING MODE IS F
           DATA RECORD IS EDI-PARTNER-REC.
       01 EDI-PARTNER-REC.
          05 TP-CUST-NUMBER           PIC X(05).
          05 TP-ISA-QUAL              PIC X(02).
          05 TP-ISA-ID                PIC X(15).
          05 TP-GS-ID                 PIC X(15).
          05 TP-SEND-810              PIC X(01).
          05 TP-SEND-856              PIC X(01).
          05 TP-ACTIVE-SW             PIC X(01).

       FD  EDI-XREF-IN
           RECORDING MODE IS F
           DATA RECORD IS EDI-XREF-REC.
       01 EDI-XREF-REC.
          05 XR-ORDER-ID              PIC X(05).
          05 XR-CUST-NUMBER           PIC X(05).
          05 XR-PO-NUMBER             PIC X(22).
          05 XR-PO-DATE               PIC X(08).

       FD  EDI-CONTROL
           RECORDING MODE IS F
           DATA RECORD IS EDI-CONTROL-REC.
       01 EDI-CONTROL-REC.
          05 ECT-NEXT-ISA             PIC 9(09).
          05 ECT-NEXT-GROUP           PIC 9(09).
          05 ECT-NEXT-ORDER           PIC 9(04).

       FD  EDI-810-OUT
           RECORDING MODE IS F
           DATA RECORD IS EDI-810-REC.
       01 EDI-810-REC                 PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MATHOUT-DSN             PIC X(80).
       01  WS-CUSTOMER-DSN            PIC X(80).
       01  WS-ORDER-HDR-DSN           PIC X(80).
       01  WS-SHIP-TO-DSN             PIC X(80).
       01  WS-CUSTOMER-STATUS         PIC X(02) VALUE "00".
       01  WS-ORDER-HDR-STATUS       PIC X(02) VALUE "00".
       01  WS-SHIP-TO-STATUS          PIC X(02) VALUE "00".
       01  WS-SHIP-COUNT              PIC 9(04) VALUE 0.
       01  WS-SHIP-SUB                PIC 9(04).
       01  WS-SHIP-FOUND-SUB          PIC 9(04).
       01  WS-SHIP-TO-TABLE.
           05 WS-SHIP-ENTRY OCCURS 1000 TIMES.
              10 WS-SHIP-KEY          PIC X(08).
              10 WS-SHIP-ZIP          PIC X(05).
       01  WS-LOOK-SHIP-KEY.
           05 WS-LOOK-SHIP-CUST       PIC X(05).
           05 WS-LOOK-SHIP-CODE       PIC X(03).

      * CUSTOMER MASTER AND ORDER HEADERS, LOADED AT INITIALIZE THE
      * WAY HW16NB LOADS HW16EMP.dat, SO EVERY INVOICE LINE CARRIES
              10 WS-CUST-NAME         PIC X(25).
              10 WS-CUST-STATE        PIC X(02).
              10 WS-CUST-TERMS        PIC X(03).
              10 WS-CUST-COMPANY      PIC X(02).
       01  WS-ORDH-COUNT              PIC 9(03) VALUE 0.
       01  WS-ORDH-SUB                PIC 9(03).
       01  WS-ORDER-HDR-TABLE.
              10 WS-ORDH-ORDER        PIC X(05).
              10 WS-ORDH-CUST         PIC X(05).
              10 WS-ORDH-ZIP          PIC X(05).
              10 WS-ORDH-DATE         PIC X(08).
              10 WS-ORDH-COMPANY      PIC X(02).
       01  WS-FOUND-CUST-NUM          PIC X(05).
       01  WS-FOUND-CUST-NAME         PIC X(25).
       01  WS-FOUND-CUST-STATE       PIC X(02).
       01  WS-FOUND-CUST-TERMS       PIC X(03).
       01  WS-FOUND-COMPANY          PIC X(02).

      * BILLING TOTALS BY COMPANY.  A BLANK HOME COMPANY MEANS THERE
      * IS NO COMPANY MASTER AND ONLY THE GRAND TOTALS ARE KEPT.
       01  WS-HOME-COMPANY            PIC X(02) VALUE SPACES.
       01  WS-BCO-COUNT               PIC 9(02) VALUE 0.
       01  WS-BCO-SUB                 PIC 9(02).
       01  WS-BCO-FOUND-SUB           PIC 9(02).
       01  WS-BCO-TABLE.
           05 WS-BCO-ENTRY OCCURS 50 TIMES.
              10 WS-BCO-COMPANY       PIC X(02).
              10 WS-BCO-ORDERS        PIC 9(05).
              10 WS-BCO-ITEMS         PIC 9(05).
              10 WS-BCO-GROSS         PIC 9(08)V99.
              10 WS-BCO-DISCOUNT      PIC 9(08)V99.
              10 WS-BCO-NET           PIC 9(08)V99.
              10 WS-BCO-TAX           PIC 9(08)V99.
              10 WS-BCO-FREIGHT       PIC 9(08)V99.
       01  WS-COMPANY-PARMS.
           05 CO-FUNCTION             PIC X(01).
           05 CO-CODE                 PIC X(02).
           05 CO-RESULT               PIC X(01).
              88 CO-FOUND                  VALUE "0".
           05 CO-NAME                 PIC X(30).
           05 CO-FED-EIN              PIC X(09).
           05 CO-STATE-ID             PIC X(12).
           05 CO-BANK-ROUTING         PIC X(09).
           05 CO-BANK-ACCOUNT         PIC X(17).
           05 CO-COA-PREFIX           PIC X(02).
           05 CO-DUE-FROM-ACCT        PIC X(06).
           05 CO-DUE-TO-ACCT          PIC X(06).
           05 CO-HOME-CODE            PIC X(02).
           05 CO-STREET               PIC X(22).
           05 CO-CITY                 PIC X(22).
           05 CO-ADDR-STATE           PIC X(02).
           05 CO-ZIP                  PIC X(05).
           05 CO-ZIP-EXT              PIC X(04).
           05 CO-BANK-NAME            PIC X(30).
           05 CO-BANK-CITY            PIC X(30).
       01  WS-TERMS-DSN              PIC X(80).
       01  WS-TERMS-STATUS           PIC X(02) VALUE "00".
       01  WS-TRM-COUNT              PIC 9(02) VALUE 0.
       01  WS-FOUND-NET-DAYS         PIC 9(03).
       01  WS-DUE-DATE-INT           PIC 9(08).
       01  WS-COMPUTED-DUE-DATE      PIC X(08).
      * PARAMETER BLOCK FOR THE SHARED BUSINESS-DAY CALENDAR -- A DUE
      * DATE NEVER LANDS ON A WEEKEND OR A BANK HOLIDAY.
       01  WS-BUSCAL-PARMS.
           05 BC-FUNCTION            PIC X(01).
           05 BC-DATE-1              PIC X(08).
           05 BC-DAYS                PIC 9(03).
           05 BC-DATE-2              PIC X(08).
           05 BC-RESULT              PIC X(01).
       01  WS-ORDER-HAS-HEADER-SW     PIC X(01).
           88 ORDER-HAS-HEADER              VALUE "Y".
       01  WS-EXCEPTION-COUNT         PIC 9(03) VALUE 0.

      * SALES TAX -- STATE, COUNTY, CITY, AND DISTRICT RATES FOR
      * THE SHIP-TO ZIP, EACH APPLIED TO THE ORDER'S NET DUE, WITH A
      * FILING WORKSHEET OF TAX BY JURISDICTION FOR THE PERIOD.
      * INVOICE NUMBERS FROM A CONTROL FILE THAT SURVIVES RERUNS,
      * WITH AN AUDIT RECORD OF WHICH RUN ISSUED WHICH RANGE, AND A
      * PRINT-IMAGE INVOICE DOCUMENT PER ORDER THAT CAN BE MAILED.
              10 WS-DOCL-SIZE-2       PIC 9(03).
              10 WS-DOCL-MATERIAL     PIC X(04).
              10 WS-DOCL-PRICE        PIC 9(06)V99.
              10 WS-DOCL-FINISH-CODE  PIC X(01).
              10 WS-DOCL-FINISH-PRICE PIC 9(05)V99.
              10 WS-DOCL-MATL-COST    PIC 9(06)V99.

      * EDGE-FINISH NAMES BY CODE FOR THE DOCUMENT'S FINISH LINE.
       01  WS-FINISH-DSN              PIC X(80).
       01  WS-FINISH-STATUS           PIC X(02) VALUE "00".
       01  WS-FIN-COUNT               PIC 9(02) VALUE 0.
       01  WS-FIN-SUB                 PIC 9(02).
       01  WS-FINISH-TABLE.
           05 WS-FIN-ENTRY OCCURS 50 TIMES.
              10 WS-FIN-CODE          PIC X(01).
              10 WS-FIN-NAME          PIC X(12).

       01  WS-DOC-HDR-LINE.
           05 FILLER                  PIC X(08) VALUE "INVOICE ".
           05 DOCD-MATERIAL           PIC X(04).
           05 FILLER                  PIC X(02) VALUE ALL SPACES.
           05 DOCD-PRICE              PIC $$$,$$9.99.
      * THE FINISH PRINTS UNDER ITS RUG AS ITS OWN PRICED LINE.
       01  WS-DOC-FINISH-LINE.
           05 FILLER                  PIC X(04) VALUE ALL SPACES.
           05 FILLER                  PIC X(13) VALUE "EDGE FINISH: ".
           05 DOCF-NAME               PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOCF-PRICE              PIC $$$,$$9.99.
       01  WS-DOC-AMOUNT-LINE.
           05 DOC-AMT-CAPTION         PIC X(12).
           05 DOC-AMT-VALUE           PIC $$$,$$$,$$9.99.
      * ONE LINE PER TAXING JURISDICTION UNDER THE SALES TAX.
       01  WS-DOC-TAX-LINE.
           05 FILLER                  PIC X(04) VALUE ALL SPACES.
           05 DOCT-STATE              PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOCT-LEVEL              PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOCT-NAME               PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOCT-RATE               PIC Z9.99.
           05 FILLER                  PIC X(02) VALUE "% ".
           05 DOCT-TAX                PIC $$$,$$9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOCT-EXEMPT             PIC X(22).
       01  WS-DOC-TAX-PCT             PIC 9(02)V99.
       01  WS-DOC-TERMS-LINE          PIC X(40) VALUE
           "TERMS: NET 30 DAYS".
       01  WS-DOC-CUT-LINE            PIC X(72) VALUE ALL "=".
       01  WS-SHIP-FEED-STATUS        PIC X(02) VALUE "00".
       01  WS-SHIP-FEED-COUNT         PIC 9(05) VALUE 0.
       01  WS-OVERWEIGHT-COUNT        PIC 9(04) VALUE 0.
       01  WS-SHIP-PCS-DSN            PIC X(80).
       01  WS-SHIP-PCS-STATUS         PIC X(02) VALUE "00".
       01  WS-SHIP-PCS-COUNT          PIC 9(05) VALUE 0.
      * THE ORDER'S RUGS, BILLABLE AND HELD ALIKE, GATHERED BY
      * 2200-ADD-LINE-WEIGHT FOR THE PIECE ROWS.
       01  WS-LINE-WEIGHT             PIC 9(05)V99.
       01  WS-OPC-COUNT               PIC 9(02) VALUE 0.
       01  WS-OPC-SUB                 PIC 9(02).
       01  WS-ORDER-PIECE-TABLE.
           05 WS-OPC-ENTRY OCCURS 50 TIMES.
              10 WS-OPC-SHAPE         PIC X(10).
              10 WS-OPC-SIZE-1        PIC 9(03).
              10 WS-OPC-SIZE-2        PIC 9(03).
              10 WS-OPC-MATERIAL      PIC X(04).
              10 WS-OPC-WEIGHT        PIC 9(03)V99.
              10 WS-OPC-VALUE         PIC 9(06)V99.
       01  WS-DEP-COUNT               PIC 9(03) VALUE 0.
       01  WS-DEP-SUB                 PIC 9(03).
       01  WS-DEPOSIT-TABLE.
       01  WS-ORDER-TAX-RATE          PIC V9999.
       01  WS-ORDER-TAX               PIC 9(07)V99 VALUE 0.
       01  WS-GRAND-TAX               PIC 9(08)V99 VALUE 0.

      * LOCAL JURISDICTIONS BY ZIP RANGE, AND THE JURISDICTIONS THE
      * ORDER IN HAND IS TAXED BY -- THE STATE ALWAYS, THE COUNTY,
      * CITY, AND DISTRICT WHEN THEY CARRY A RATE.  A ZIP NO RANGE
      * COVERS FALLS BACK TO THE CUSTOMER STATE'S RATE ALONE.
       01  WS-TAX-JURIS-DSN           PIC X(80).
       01  WS-TAX-JURIS-STATUS        PIC X(02) VALUE "00".
       01  WS-TAX-DETAIL-DSN          PIC X(80).
       01  WS-TAX-DETAIL-STATUS       PIC X(02) VALUE "00".
       01  WS-TJ-COUNT                PIC 9(03) VALUE 0.
       01  WS-TJ-SUB                  PIC 9(03).
       01  WS-TJ-FOUND-SUB            PIC 9(03).
       01  WS-TAX-JURIS-TABLE-WS.
           05 WS-TJ-ENTRY OCCURS 300 TIMES.
              10 WS-TJ-ZIP-LOW        PIC X(05).
              10 WS-TJ-ZIP-HIGH       PIC X(05).
              10 WS-TJ-EFF            PIC X(08).
              10 WS-TJ-RATES          PIC X(54).
       01  WS-TAX-SHIP-ZIP            PIC X(05).
       01  WS-NEW-JURIS-STATE         PIC X(02).
       01  WS-NEW-JURIS-LEVEL         PIC X(01).
       01  WS-NEW-JURIS-NAME          PIC X(12).
       01  WS-NEW-JURIS-RATE          PIC V9999.
       01  WS-OJ-COUNT                PIC 9(01) VALUE 0.
       01  WS-OJ-SUB                  PIC 9(01).
       01  WS-ORDER-JURIS-TABLE.
           05 WS-OJ-ENTRY OCCURS 4 TIMES.
              10 WS-OJ-STATE          PIC X(02).
              10 WS-OJ-LEVEL          PIC X(01).
              10 WS-OJ-NAME           PIC X(12).
              10 WS-OJ-RATE           PIC V9999.
              10 WS-OJ-TAX            PIC 9(07)V99.
              10 WS-OJ-EXEMPT-SW      PIC X(01).
                 88 OJ-EXEMPT               VALUE "Y".
              10 WS-OJ-CERT           PIC X(15).

      * THE RUN'S COLLECTIONS BY JURISDICTION.
       01  WS-STX-COUNT               PIC 9(03) VALUE 0.
       01  WS-STX-SUB                 PIC 9(03).
       01  WS-STX-FOUND-SUB           PIC 9(03).
       01  WS-STX-FOUND-SW            PIC X(01).
           88 STX-FOUND                     VALUE "Y".
       01  WS-STATE-TAX-TABLE.
           05 WS-STX-ENTRY OCCURS 200 TIMES.
              10 WS-STX-STATE         PIC X(02).
              10 WS-STX-LEVEL         PIC X(01).
              10 WS-STX-NAME          PIC X(12).
              10 WS-STX-TAXABLE       PIC 9(08)V99.
              10 WS-STX-TAX           PIC 9(08)V99.
              10 WS-STX-EXEMPT        PIC 9(08)V99.
              10 WS-EXM-CERT          PIC X(15).
              10 WS-EXM-STATE         PIC X(02).
              10 WS-EXM-EXPIRES       PIC X(08).
              10 WS-EXM-LEVEL         PIC X(01).
              10 WS-EXM-NAME          PIC X(12).
       01  WS-ORDER-EXEMPT-SW         PIC X(01).
           88 ORDER-TAX-EXEMPT              VALUE "Y".
       01  WS-EXEMPT-ORDER-COUNT      PIC 9(05) VALUE 0.
       01  WS-EXD-COUNT               PIC 9(03) VALUE 0.
       01  WS-EXD-SUB                 PIC 9(03).
       01  WS-EXEMPT-DETAIL-TABLE.
           05 WS-EXD-ENTRY OCCURS 100 TIMES.
              10 WS-EXD-STATE         PIC X(02).
              10 WS-EXD-LEVEL         PIC X(01).
              10 WS-EXD-NAME          PIC X(12).
              10 WS-EXD-CUST          PIC X(05).
              10 WS-EXD-CERT          PIC X(15).
              10 WS-EXD-AMOUNT        PIC 9(08)V99.
           05 FILLER                  PIC X(07) VALUE "EXEMPT ".
           05 EXD-STATE               PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EXD-LEVEL               PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EXD-NAME                PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EXD-CUST                PIC X(05).
           05 FILLER                  PIC X(06) VALUE " CERT ".
           05 EXD-CERT                PIC X(15).
           05 EXD-AMOUNT              PIC $$$,$$$,$$9.99.
       01  WS-TAX-ADJ-DSN             PIC X(80).
       01  WS-TAX-ADJ-STATUS          PIC X(02) VALUE "00".
       01  WS-TXA-COUNT               PIC 9(03) VALUE 0.
       01  WS-TXA-SUB                 PIC 9(03).
       01  WS-TXA-FOUND-SUB           PIC 9(03).
       01  WS-TXA-FOUND-SW            PIC X(01).
           88 TXA-FOUND                     VALUE "Y".
       01  WS-TXA-TABLE.
           05 WS-TXA-ENTRY OCCURS 200 TIMES.
              10 WS-TXA-STATE         PIC X(02).
              10 WS-TXA-LEVEL         PIC X(01).
              10 WS-TXA-NAME          PIC X(12).
              10 WS-TXA-TAXABLE       PIC 9(08)V99.
              10 WS-TXA-TAX           PIC 9(08)V99.
       01  WS-NET-TAXABLE             PIC S9(09)V99.
       01  WS-NET-TAX                 PIC S9(09)V99.

      * PERIOD-TO-DATE FIGURES BY JURISDICTION, KEPT IN STATE, LEVEL
      * (STATE, COUNTY, CITY, DISTRICT), AND NAME ORDER WITHIN THE
      * PERIOD FOR THE FILING WORKSHEET.
       01  WS-TAX-PERIOD-DSN          PIC X(80).
       01  WS-TAX-PERIOD-STATUS       PIC X(02) VALUE "00".
       01  WS-TAX-PERIOD              PIC X(06).
       01  WS-TXP-COUNT               PIC 9(04) VALUE 0.
       01  WS-TXP-SUB                 PIC 9(04).
       01  WS-TXP-FOUND-SUB           PIC 9(04).
       01  WS-TXP-SORT-SUB1           PIC 9(04).
       01  WS-TXP-SORT-SUB2           PIC 9(04).
       01  WS-TXP-FOUND-SW            PIC X(01).
           88 TXP-FOUND                     VALUE "Y".
       01  WS-TXP-OVERFLOW-SW         PIC X(01) VALUE "N".
           88 TXP-OVERFLOW                  VALUE "Y".
       01  WS-TAX-PERIOD-TABLE.
           05 WS-TXP-ENTRY OCCURS 1000 TIMES.
              10 WS-TXP-KEY.
                 15 WS-TXP-PERIOD     PIC X(06).
                 15 WS-TXP-STATE      PIC X(02).
                 15 WS-TXP-RANK       PIC 9(01).
                 15 WS-TXP-NAME       PIC X(12).
              10 WS-TXP-LEVEL         PIC X(01).
              10 WS-TXP-TAXABLE       PIC 9(09)V99.
              10 WS-TXP-EXEMPT        PIC 9(09)V99.
              10 WS-TXP-TAX           PIC 9(09)V99.
              10 WS-TXP-RET-TAXABLE   PIC 9(09)V99.
              10 WS-TXP-RET-TAX       PIC 9(09)V99.
       01  WS-TXP-SORT-HOLD           PIC X(77).
       01  WS-SEEK-STATE              PIC X(02).
       01  WS-SEEK-LEVEL              PIC X(01).
       01  WS-SEEK-NAME               PIC X(12).
       01  WS-SEEK-RANK               PIC 9(01).
       01  WS-WKS-PREV-STATE          PIC X(02).
       01  WS-WKS-TOTALS.
           05 WS-WKS-ST-TAXABLE       PIC S9(09)V99.
           05 WS-WKS-ST-EXEMPT        PIC S9(09)V99.
           05 WS-WKS-ST-TAX           PIC S9(09)V99.
           05 WS-WKS-ST-RET-TAX       PIC S9(09)V99.
           05 WS-WKS-ST-DUE           PIC S9(09)V99.
           05 WS-WKS-GR-TAXABLE       PIC S9(09)V99.
           05 WS-WKS-GR-EXEMPT        PIC S9(09)V99.
           05 WS-WKS-GR-TAX           PIC S9(09)V99.
           05 WS-WKS-GR-RET-TAX       PIC S9(09)V99.
           05 WS-WKS-GR-DUE           PIC S9(09)V99.

       01  WS-WKS-HDG1.
           05 FILLER                  PIC X(36)
                   VALUE "SALES TAX FILING WORKSHEET -- PERIOD".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WKH-PERIOD              PIC X(06).
           05 FILLER                  PIC X(12)
                   VALUE " -- HW15BILL".
       01  WS-WKS-HDG2.
           05 FILLER                  PIC X(18)
                   VALUE "ST L JURISDICTION".
           05 FILLER                  PIC X(12) VALUE " NET TAXABLE".
           05 FILLER                  PIC X(12) VALUE "      EXEMPT".
           05 FILLER                  PIC X(12) VALUE "   COLLECTED".
           05 FILLER                  PIC X(12) VALUE " RETURNS TAX".
           05 FILLER                  PIC X(12) VALUE " NET TAX DUE".
       01  WS-WKS-LINE.
           05 WKL-STATE               PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WKL-LEVEL               PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WKL-NAME                PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WKL-TAXABLE             PIC ZZZZZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WKL-EXEMPT              PIC ZZZZZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WKL-TAX                 PIC ZZZZZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WKL-RET-TAX             PIC ZZZZZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WKL-DUE                 PIC ZZZZZZ9.99-.

       01  WS-TAX-SUMMARY-LINE.
           05 TXS-STATE               PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TXS-LEVEL               PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TXS-NAME                PIC X(12).
           05 FILLER                  PIC X(09) VALUE " TAXABLE ".
           05 TXS-TAXABLE             PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(05) VALUE " TAX ".
           05 TXS-TAX                 PIC $$,$$$,$$9.99.
           05 FILLER                  PIC X(08) VALUE " EXEMPT ".
           05 TXS-EXEMPT              PIC $$,$$$,$$9.99.

      * CUSTOMER-LEVEL TOTALS ACCUMULATED ACROSS THE RUN.
       01  WS-CTOT-COUNT              PIC 9(03) VALUE 0.
       01  WS-GRAND-DISCOUNT          PIC 9(08)V99 VALUE 0.
       01  WS-GRAND-NET-DUE           PIC 9(08)V99 VALUE 0.

      * BILL-ON-COMPLETION.  AN ORDER IS BILLABLE WHEN EVERY WORK
      * ORDER FOR IT IS COMPLETE; WITH SHIPPING CONFIRMATION REQUIRED
      * (RUGSHPCF=Y) IT MUST ALSO BE ON HW08NB'S SHIPMENT FILE.
       01  WS-WO-STS-DSN              PIC X(80).
       01  WS-WO-STS-STATUS           PIC X(02) VALUE "00".
       01  WS-WO-STS-AVAIL-SW         PIC X(01) VALUE "N".
           88 WO-STATUS-AVAILABLE           VALUE "Y".
       01  WS-WOS-COUNT               PIC 9(03) VALUE 0.
       01  WS-WOS-SUB                 PIC 9(03).
       01  WS-WOS-TABLE.
           05 WS-WOS-ENTRY OCCURS 500 TIMES.
              10 WS-WOS-ORDER         PIC X(05).
              10 WS-WOS-STAT          PIC X(01).
       01  WS-SHIP-CONFIRM-SW         PIC X(01) VALUE "N".
           88 SHIP-CONFIRM-REQUIRED         VALUE "Y".
       01  WS-SHIP-STAT-DSN           PIC X(80).
       01  WS-SHIP-STAT-STATUS        PIC X(02) VALUE "00".
       01  WS-SHPS-COUNT              PIC 9(04) VALUE 0.
       01  WS-SHPS-SUB                PIC 9(04).
       01  WS-SHPS-TABLE.
           05 WS-SHPS-ORDER OCCURS 1000 TIMES PIC X(05).
       01  WS-ORDER-BILLABLE-SW       PIC X(01) VALUE "Y".
           88 ORDER-BILLABLE                VALUE "Y".
       01  WS-WO-ANY-OPEN-SW          PIC X(01).
       01  WS-WO-ANY-CUTTING-SW       PIC X(01).
       01  WS-WO-FOUND-SW             PIC X(01).
       01  WS-ORDER-MANIFESTED-SW     PIC X(01).
       01  WS-ORDER-STAGE             PIC X(17).

      * THE BACKLOG FILE IS READ WHOLE BEFORE IT IS REWRITTEN.  A
      * BACKLOG LINE FOR AN ORDER THAT CAME THROUGH MATHOUT AGAIN IS
      * DROPPED -- THE NEW PRICING SUPERSEDES IT.
       01  WS-BACKLOG-DSN             PIC X(80).
       01  WS-BACKLOG-STATUS          PIC X(02) VALUE "00".
       01  WS-BACKLOG-RPT-DSN         PIC X(80).
       01  WS-BACKLOG-RPT-STATUS      PIC X(02) VALUE "00".
       01  WS-BKLG-COUNT              PIC 9(04) VALUE 0.
       01  WS-BKLG-SUB                PIC 9(04) VALUE 0.
       01  WS-BKLG-TABLE.
           05 WS-BKLG-LINE OCCURS 1000 TIMES PIC X(74).
       01  WS-SEEN-COUNT              PIC 9(03) VALUE 0.
       01  WS-SEEN-SUB                PIC 9(03).
       01  WS-SEEN-FOUND-SW           PIC X(01).
       01  WS-SEEN-TABLE.
           05 WS-SEEN-ORDER OCCURS 500 TIMES PIC X(05).
       01  WS-READING-BACKLOG-SW      PIC X(01) VALUE "N".
           88 READING-BACKLOG               VALUE "Y".
       01  WS-CARRY-IN-ITEMS          PIC 9(05) VALUE 0.
       01  WS-CARRY-IN-NET            PIC 9(08)V99 VALUE 0.
       01  WS-BKLG-DROPPED            PIC 9(05) VALUE 0.
       01  WS-HELD-ITEM-COUNT         PIC 9(05) VALUE 0.
       01  WS-HELD-NET                PIC 9(07)V99 VALUE 0.
       01  WS-HELD-ORDERS             PIC 9(05) VALUE 0.
       01  WS-HELD-ITEMS              PIC 9(05) VALUE 0.
       01  WS-HELD-GRAND-NET          PIC 9(08)V99 VALUE 0.
       01  WS-ORDER-DATE-WORK         PIC X(08).
       01  WS-ORDER-AGE-DAYS          PIC S9(05) VALUE 0.

       01  WS-GENRES-PARMS.
           05 GR-MODE                 PIC X(01).
           05 GR-LOGICAL-NAME         PIC X(12).
           05 PC-RESULT               PIC X(01).


      * EDI 810 INVOICING.
       01  WS-EDI-PARTNER-DSN         PIC X(80).
       01  WS-EDI-XREF-DSN            PIC X(80).
       01  WS-EDI-CTL-DSN             PIC X(80).
       01  WS-EDI-810-DSN             PIC X(80).
       01  WS-EDI-PARTNER-STATUS      PIC X(02) VALUE "00".
       01  WS-EDI-XREF-STATUS         PIC X(02) VALUE "00".
       01  WS-EDI-CTL-STATUS          PIC X(02) VALUE "00".
       01  WS-EDI-810-STATUS          PIC X(02) VALUE "00".
       01  WS-TP-COUNT                PIC 9(02) VALUE 0.
       01  WS-TP-SUB                  PIC 9(02).
       01  WS-EDI-TP-SUB              PIC 9(02).
       01  WS-TP-TABLE.
           05 WS-TP-ENTRY OCCURS 50 TIMES.
              10 WS-TP-CUST           PIC X(05).
              10 WS-TP-QUAL           PIC X(02).
              10 WS-TP-ID             PIC X(15).
              10 WS-TP-GS-ID          PIC X(15).
              10 WS-TP-SEND-810       PIC X(01).
              10 WS-TP-ACTIVE         PIC X(01).
       01  WS-EDX-COUNT               PIC 9(04) VALUE 0.
       01  WS-EDX-SUB                 PIC 9(04).
       01  WS-EDX-TABLE.
           05 WS-EDX-ENTRY OCCURS 1000 TIMES.
              10 WS-EDX-ORDER         PIC X(05).
              10 WS-EDX-PO            PIC X(22).
              10 WS-EDX-PO-DATE       PIC X(08).
       01  WS-EDI-NEXT-ISA            PIC 9(09) VALUE 1.
       01  WS-EDI-NEXT-GROUP          PIC 9(09) VALUE 1.
       01  WS-EDI-NEXT-ORDER          PIC 9(04) VALUE 1.
       01  WS-EDI-ISA-CONTROL         PIC 9(09).
       01  WS-EDI-GRP-CONTROL         PIC 9(09).
       01  WS-EDI-OUR-QUAL            PIC X(02) VALUE "ZZ".
       01  WS-EDI-OUR-ID              PIC X(15) VALUE "BESTRUGWORKS".
       01  WS-EDI-OUR-GS-ID           PIC X(15) VALUE "BESTRUGWORKS".
       01  WS-EDI-NOW-TIME            PIC X(04).
       01  WS-EDI-SEG                 PIC X(120).
       01  WS-EDI-PTR                 PIC 9(03).
       01  WS-EDI-SEG-COUNT           PIC 9(04).
       01  WS-EDI-PO-NUMBER           PIC X(22).
       01  WS-EDI-PO-DATE             PIC X(08).
       01  WS-EDI-IT1-COUNT           PIC 9(04).
       01  WS-EDI-DOC-COUNT           PIC 9(05) VALUE 0.
       01  WS-EDI-TAX-TYPE            PIC X(02).
       01  WS-EDI-AMT                 PIC S9(09)V99.
       01  WS-EDI-AMT-EDIT            PIC -(9)9.99.
       01  WS-EDI-AMT-TEXT            PIC X(14).
       01  WS-EDI-INT                 PIC 9(11).
       01  WS-EDI-INT-EDIT            PIC Z(10)9.
       01  WS-EDI-INT-TEXT            PIC X(11).
       01  WS-EDI-LEAD                PIC 9(02).

       01  WS-RUNSTAT-PARMS.
           05 RST-PROGRAM             PIC X(08).
           05 RST-RECORDS-READ        PIC 9(07).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 IL-INVOICE-NUMBER       PIC 9(07).

       01  WS-BACKLOG-HDG1.
           05 FILLER                  PIC X(38) VALUE
              "OPEN-ORDER BACKLOG -- HW15BILL RUN OF ".
           05 BH-RUN-DATE             PIC X(08).
       01  WS-BACKLOG-HDG2.
           05 FILLER                  PIC X(31) VALUE
              "ORDER CUST  CUSTOMER".
           05 FILLER                  PIC X(40) VALUE
              "ORDERED   AGE ITEMS      VALUE STAGE".
       01  WS-BACKLOG-LINE.
           05 BL-ORDER-ID             PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BL-CUST-NUM             PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BL-CUST-NAME            PIC X(18).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BL-ORDER-DATE           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BL-AGE-DAYS             PIC ZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BL-ITEM-COUNT           PIC ZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BL-VALUE                PIC $$$$,$$9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BL-STAGE                PIC X(17).
       01  WS-BACKLOG-TOTAL-LINE.
           05 FILLER                  PIC X(13) VALUE "ORDERS HELD: ".
           05 BKT-ORDERS          PIC ZZZZ9.
           05 FILLER                  PIC X(09) VALUE "  ITEMS: ".
           05 BKT-ITEMS           PIC ZZZZ9.
           05 FILLER                  PIC X(09) VALUE "  VALUE: ".
           05 BKT-VALUE           PIC $$$,$$$,$$9.99.

       01  WS-INVOICE-HDG1            PIC X(80) VALUE
           "CUST  BILL-TO              ORDER   ITEMS  GROSS".

           05 EX-ORDER-ID             PIC X(05).
           05 FILLER                  PIC X(33)
                   VALUE " -- NO ORDER HEADER / NO CUSTOMER".
       01  WS-COMPANY-TOTAL-LINE.
           05 FILLER                  PIC X(08) VALUE "COMPANY ".
           05 CTL-COMPANY             PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CTL-ORDER-COUNT         PIC ZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 FILLER                  PIC X(06) VALUE "ORDERS".
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CTL-ITEM-COUNT          PIC ZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 CTL-GROSS-PRICE         PIC $$$,$$$,$$9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 CTL-DISCOUNT            PIC $$$,$$$,$$9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 CTL-NET-DUE             PIC $$$,$$$,$$9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 CTL-TAX                 PIC $$$,$$$,$$9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 CTL-FREIGHT             PIC $$$,$$$,$$9.99.
       01  WS-INVOICE-TOTAL-LINE.
           05 FILLER                  PIC X(05) VALUE "TOTAL".
           05 FILLER                  PIC X(02) VALUE SPACES.
           PERFORM 2000-READ-MATHOUT.
           IF NOT END-OF-MATHOUT
               MOVE MI-ORDER-ID TO WS-PREV-ORDER-ID
               PERFORM 2400-CHECK-WORK-ORDER
           END-IF.
           PERFORM UNTIL END-OF-MATHOUT
               IF MI-ORDER-ID NOT = WS-PREV-ORDER-ID
                   PERFORM 5100-CLOSE-ORDER
                   MOVE MI-ORDER-ID TO WS-PREV-ORDER-ID
                   PERFORM 2400-CHECK-WORK-ORDER
               END-IF
               IF ORDER-BILLABLE
                   ADD 1 TO WS-ORDER-ITEM-COUNT
                   ADD MI-PRICE-OUT    TO WS-ORDER-GROSS-PRICE
                   ADD MI-DISCOUNT-OUT TO WS-ORDER-DISCOUNT
                   PERFORM 2300-BUFFER-DOC-LINE
               ELSE
                   WRITE ORDER-BACKLOG-REC FROM MATHOUT-REC-IN
                   ADD 1 TO WS-HELD-ITEM-COUNT
                   ADD MI-PRICE-OUT TO WS-HELD-NET
               END-IF
               PERFORM 2200-ADD-LINE-WEIGHT
               PERFORM 2000-READ-MATHOUT
           END-PERFORM.
           IF WS-ORDER-ITEM-COUNT > 0 OR WS-HELD-ITEM-COUNT > 0
               PERFORM 5100-CLOSE-ORDER
           END-IF.
           PERFORM 6000-FINISH-UP.
           MOVE "HW15BILL" TO RST-PROGRAM.
           MOVE "C:\school\cobol\cobolclass\master\data\HW15CUST.dat"
               TO WS-CUSTOMER-DSN
           END-IF.
           ACCEPT WS-SHIP-TO-DSN FROM ENVIRONMENT "RUGSHTO".
           IF WS-SHIP-TO-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15SHTO.dat"
               TO WS-SHIP-TO-DSN
           END-IF.
           ACCEPT WS-ORDER-HDR-DSN FROM ENVIRONMENT "RUGORDH".
           IF WS-ORDER-HDR-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15ORDH.dat"
           MOVE "C:\school\cobol\cobolclass\master\data\HW15SHIP.dat"
               TO WS-SHIP-FEED-DSN
           END-IF.
           ACCEPT WS-SHIP-PCS-DSN FROM ENVIRONMENT "RUGSHIPP".
           IF WS-SHIP-PCS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15SHPP.dat"
               TO WS-SHIP-PCS-DSN
           END-IF.
           ACCEPT WS-DEPOSITS-DSN FROM ENVIRONMENT "RUGDEPO".
           IF WS-DEPOSITS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15DEPO.dat"
           MOVE "C:\school\cobol\cobolclass\master\data\HW15TAXA.dat"
               TO WS-TAX-ADJ-DSN
           END-IF.
           ACCEPT WS-TAX-JURIS-DSN FROM ENVIRONMENT "RUGTAXJ".
           IF WS-TAX-JURIS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15TAXJ.dat"
               TO WS-TAX-JURIS-DSN
           END-IF.
           ACCEPT WS-TAX-DETAIL-DSN FROM ENVIRONMENT "RUGTAXD".
           IF WS-TAX-DETAIL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15TAXD.dat"
               TO WS-TAX-DETAIL-DSN
           END-IF.
           ACCEPT WS-TAX-PERIOD-DSN FROM ENVIRONMENT "RUGTAXP".
           IF WS-TAX-PERIOD-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15TAXP.dat"
               TO WS-TAX-PERIOD-DSN
           END-IF.
           ACCEPT WS-TAX-SUMMARY-DSN FROM ENVIRONMENT "RUGTAXS".
           IF WS-TAX-SUMMARY-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15TAXS.rpt"
           MOVE "C:\school\cobol\cobolclass\master\data\BATCHERR.log"
               TO WS-ERROR-LOG-DSN
           END-IF.
           ACCEPT WS-WO-STS-DSN FROM ENVIRONMENT "RUGWSTS".
           IF WS-WO-STS-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15WSTS.dat"
               TO WS-WO-STS-DSN
           END-IF.
           ACCEPT WS-SHIP-STAT-DSN FROM ENVIRONMENT "SHIPSTAT".
           IF WS-SHIP-STAT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW08SHIP.dat"
               TO WS-SHIP-STAT-DSN
           END-IF.
           ACCEPT WS-BACKLOG-DSN FROM ENVIRONMENT "RUGBKLG".
           IF WS-BACKLOG-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15BKLG.dat"
               TO WS-BACKLOG-DSN
           END-IF.
           ACCEPT WS-BACKLOG-RPT-DSN FROM ENVIRONMENT "RUGBKRPT".
           IF WS-BACKLOG-RPT-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15BKLG.rpt"
               TO WS-BACKLOG-RPT-DSN
           END-IF.
           ACCEPT WS-FINISH-DSN FROM ENVIRONMENT "RUGFINP".
           IF WS-FINISH-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15FINP.dat"
               TO WS-FINISH-DSN
           END-IF.
           ACCEPT WS-EDI-PARTNER-DSN FROM ENVIRONMENT "RUGEDIP".
           IF WS-EDI-PARTNER-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15EDIP.dat"
               TO WS-EDI-PARTNER-DSN
           END-IF.
           ACCEPT WS-EDI-XREF-DSN FROM ENVIRONMENT "RUGEDIX".
           IF WS-EDI-XREF-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15EDIX.dat"
               TO WS-EDI-XREF-DSN
           END-IF.
           ACCEPT WS-EDI-CTL-DSN FROM ENVIRONMENT "RUGEDCT".
           IF WS-EDI-CTL-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15EDCT.dat"
               TO WS-EDI-CTL-DSN
           END-IF.
           ACCEPT WS-EDI-810-DSN FROM ENVIRONMENT "RUGE810".
           IF WS-EDI-810-DSN = SPACES
           MOVE "C:\school\cobol\cobolclass\master\data\HW15E810.dat"
               TO WS-EDI-810-DSN
           END-IF.
           ACCEPT WS-SHIP-CONFIRM-SW FROM ENVIRONMENT "RUGSHPCF".
           IF WS-SHIP-CONFIRM-SW NOT = "Y"
               MOVE "N" TO WS-SHIP-CONFIRM-SW
           END-IF.

       1200-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
                   MOVE CM-STATE TO WS-CUST-STATE(WS-CUST-SUB)
                   MOVE CM-TERMS-CODE
                       TO WS-CUST-TERMS(WS-CUST-SUB)
                   MOVE CM-COMPANY
                       TO WS-CUST-COMPANY(WS-CUST-SUB)
                   READ CUSTOMER-MASTER
               END-PERFORM
               CLOSE CUSTOMER-MASTER
                   WS-CUSTOMER-STATUS
           END-IF.

      * INACTIVE SITES LOAD TOO -- AN ORDER TAKEN BEFORE THE SITE
      * WAS CLOSED STILL SHIPS THERE.
       1205-LOAD-SHIP-TO-ZIPS.
           OPEN INPUT SHIP-TO-FILE.
           IF WS-SHIP-TO-STATUS = "00"
               READ SHIP-TO-FILE
               PERFORM UNTIL WS-SHIP-TO-STATUS > "00"
                          OR WS-SHIP-COUNT >= 1000
                   ADD 1 TO WS-SHIP-COUNT
                   MOVE SHIP-TO-REC(1:8)
                       TO WS-SHIP-KEY(WS-SHIP-COUNT)
                   MOVE ST-ZIP TO WS-SHIP-ZIP(WS-SHIP-COUNT)
                   READ SHIP-TO-FILE
               END-PERFORM
               CLOSE SHIP-TO-FILE
           END-IF.

       1210-LOAD-ORDER-HEADERS.
           OPEN INPUT ORDER-HEADER-IN.
           IF WS-ORDER-HDR-STATUS = "00"
                       TO WS-ORDH-CUST(WS-ORDH-SUB)
                   MOVE OH-SHIP-TO-ZIP
                       TO WS-ORDH-ZIP(WS-ORDH-SUB)
                   IF OH-SHIP-TO-CODE NOT = SPACES
                       MOVE OH-CUST-NUMBER  TO WS-LOOK-SHIP-CUST
                       MOVE OH-SHIP-TO-CODE TO WS-LOOK-SHIP-CODE
                       PERFORM 1215-FIND-SHIP-TO-ZIP
                   END-IF
                   MOVE OH-ORDER-DATE
                       TO WS-ORDH-DATE(WS-ORDH-SUB)
                   MOVE OH-COMPANY
                       TO WS-ORDH-COMPANY(WS-ORDH-SUB)
                   READ ORDER-HEADER-IN
               END-PERFORM
               CLOSE ORDER-HEADER-IN
                   WS-ORDER-HDR-STATUS
           END-IF.

      * THE SHIP-TO SITE'S ZIP REPLACES THE ONE KEYED ON THE HEADER
      * FOR FREIGHT AND THE SHIPMENT FEED; A CODE NOT ON FILE FALLS
      * BACK TO THE HEADER ZIP.
       1215-FIND-SHIP-TO-ZIP.
           MOVE 0 TO WS-SHIP-FOUND-SUB.
           PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
               UNTIL WS-SHIP-SUB > WS-SHIP-COUNT
               IF WS-SHIP-KEY(WS-SHIP-SUB) = WS-LOOK-SHIP-KEY
                   MOVE WS-SHIP-SUB TO WS-SHIP-FOUND-SUB
                   MOVE WS-SHIP-COUNT TO WS-SHIP-SUB
               END-IF
           END-PERFORM.
           IF WS-SHIP-FOUND-SUB > 0
               MOVE WS-SHIP-ZIP(WS-SHIP-FOUND-SUB)
                   TO WS-ORDH-ZIP(WS-ORDH-SUB)
           ELSE
               DISPLAY "ORDER " OH-ORDER-ID " SHIP-TO " OH-SHIP-TO-CODE
                   " NOT ON THE SHIP-TO FILE -- HEADER ZIP USED"
           END-IF.

       1220-LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-TABLE.
           IF WS-TAX-RATE-STATUS = "00"
                   WS-TAX-RATE-STATUS " -- NO TAX APPLIED"
           END-IF.

      * ONE ROW PER RANGE AND EFFECTIVE DATE; THE RATES ARE KEPT
      * AS THE RECORD IMAGE AND MOVED BACK TO THE RECORD AREA WHEN
      * THE ROW IS CHOSEN.
       1221-LOAD-TAX-JURISDICTIONS.
           OPEN INPUT TAX-JURIS-TABLE.
           IF WS-TAX-JURIS-STATUS = "00"
               READ TAX-JURIS-TABLE
               PERFORM UNTIL WS-TAX-JURIS-STATUS > "00"
                          OR WS-TJ-COUNT >= 300
                   ADD 1 TO WS-TJ-COUNT
                   MOVE TJ-ZIP-LOW  TO WS-TJ-ZIP-LOW(WS-TJ-COUNT)
                   MOVE TJ-ZIP-HIGH TO WS-TJ-ZIP-HIGH(WS-TJ-COUNT)
                   MOVE TJ-EFFECTIVE-DATE
                       TO WS-TJ-EFF(WS-TJ-COUNT)
                   MOVE TAX-JURIS-REC(19:54)
                       TO WS-TJ-RATES(WS-TJ-COUNT)
                   READ TAX-JURIS-TABLE
               END-PERFORM
               CLOSE TAX-JURIS-TABLE
           ELSE
               DISPLAY "TAX JURISDICTION TABLE NOT AVAILABLE - STATUS "
                   WS-TAX-JURIS-STATUS " -- STATE RATES ONLY"
           END-IF.

      * BACK-OUTS ARE SUMMED BY JURISDICTION.  AN OLDER ROW WITH NO
      * LEVEL IS TAKEN AS THE STATE LEVEL.
       1225-LOAD-TAX-ADJUSTMENTS.
           OPEN INPUT TAX-ADJUST-IN.
           IF WS-TAX-ADJ-STATUS = "00"
               READ TAX-ADJUST-IN
               PERFORM UNTIL WS-TAX-ADJ-STATUS > "00"
                   IF TXA-LEVEL = SPACE
                       MOVE "S" TO TXA-LEVEL
                       MOVE SPACES TO TXA-JURIS-NAME
                   END-IF
                   MOVE "N" TO WS-TXA-FOUND-SW
                   PERFORM VARYING WS-TXA-SUB FROM 1 BY 1
                       UNTIL WS-TXA-SUB > WS-TXA-COUNT
                       IF WS-TXA-STATE(WS-TXA-SUB) = TXA-STATE
                           AND WS-TXA-LEVEL(WS-TXA-SUB) = TXA-LEVEL
                           AND WS-TXA-NAME(WS-TXA-SUB)
                               = TXA-JURIS-NAME
                           MOVE "Y" TO WS-TXA-FOUND-SW
                           MOVE WS-TXA-SUB TO WS-TXA-FOUND-SUB
                           MOVE WS-TXA-COUNT TO WS-TXA-SUB
                       END-IF
                   END-PERFORM
                   IF NOT TXA-FOUND AND WS-TXA-COUNT < 200
                       ADD 1 TO WS-TXA-COUNT
                       MOVE WS-TXA-COUNT TO WS-TXA-FOUND-SUB
                       MOVE TXA-STATE
                           TO WS-TXA-STATE(WS-TXA-FOUND-SUB)
                       MOVE TXA-LEVEL
                           TO WS-TXA-LEVEL(WS-TXA-FOUND-SUB)
                       MOVE TXA-JURIS-NAME
                           TO WS-TXA-NAME(WS-TXA-FOUND-SUB)
                       MOVE ZEROS
                           TO WS-TXA-TAXABLE(WS-TXA-FOUND-SUB)
                       MOVE ZEROS TO WS-TXA-TAX(WS-TXA-FOUND-SUB)
                       MOVE "Y" TO WS-TXA-FOUND-SW
                   END-IF
                   IF TXA-FOUND
                       ADD TXA-TAXABLE-CREDIT
                           TO WS-TXA-TAXABLE(WS-TXA-FOUND-SUB)
                       ADD TXA-TAX-CREDIT
                           TO WS-TXA-TAX(WS-TXA-FOUND-SUB)
                   ELSE
                       DISPLAY "TAX BACK-OUT TABLE FULL - "
                           TXA-STATE " " TXA-LEVEL " " TXA-JURIS-NAME
                           " NOT APPLIED"
                   END-IF
                   READ TAX-ADJUST-IN
               END-PERFORM
               CLOSE TAX-ADJUST-IN
                       TO WS-EXM-STATE(WS-EXM-COUNT)
                   MOVE EXM-EXPIRES
                       TO WS-EXM-EXPIRES(WS-EXM-COUNT)
                   MOVE EXM-LEVEL
                       TO WS-EXM-LEVEL(WS-EXM-COUNT)
                   MOVE EXM-JURIS-NAME
                       TO WS-EXM-NAME(WS-EXM-COUNT)
                   READ EXEMPT-CERT-IN
               END-PERFORM
               CLOSE EXEMPT-CERT-IN
           END-IF.

      * AN UNEXPIRED CERTIFICATE FOR THE CUSTOMER EXEMPTS THE
      * JURISDICTION IN HAND (WS-OJ-SUB) WHEN IT IS FOR THAT STATE
      * AND EITHER CARRIES NO LEVEL (THE WHOLE STATE) OR NAMES THIS
      * LEVEL, AND THIS JURISDICTION IF IT NAMES ONE.  EXPIRY IS
      * CHECKED AGAINST THE INVOICE DATE, SO A LAPSED CERTIFICATE
      * TAXES AGAIN BY ITSELF.
       1272-CHECK-EXEMPTION.
           MOVE "N" TO WS-OJ-EXEMPT-SW(WS-OJ-SUB).
           MOVE SPACES TO WS-OJ-CERT(WS-OJ-SUB).
           PERFORM VARYING WS-EXM-SUB FROM 1 BY 1
               UNTIL WS-EXM-SUB > WS-EXM-COUNT
               IF WS-EXM-CUST(WS-EXM-SUB) = WS-FOUND-CUST-NUM
                   AND WS-EXM-STATE(WS-EXM-SUB)
                       = WS-OJ-STATE(WS-OJ-SUB)
                   AND WS-EXM-EXPIRES(WS-EXM-SUB)
                       >= WS-INVOICE-DATE
                   AND (WS-EXM-LEVEL(WS-EXM-SUB) = SPACE
                       OR (WS-EXM-LEVEL(WS-EXM-SUB)
                               = WS-OJ-LEVEL(WS-OJ-SUB)
                           AND (WS-EXM-NAME(WS-EXM-SUB) = SPACES
                               OR WS-EXM-NAME(WS-EXM-SUB)
                                   = WS-OJ-NAME(WS-OJ-SUB))))
                   MOVE "Y" TO WS-OJ-EXEMPT-SW(WS-OJ-SUB)
                   MOVE WS-EXM-CERT(WS-EXM-SUB)
                       TO WS-OJ-CERT(WS-OJ-SUB)
                   MOVE WS-EXM-COUNT TO WS-EXM-SUB
               END-IF
           END-PERFORM.

       1282-ADD-EXEMPT-SALES.
           PERFORM 1280-FIND-JURIS-ROW.
           IF STX-FOUND
               ADD WS-ORDER-NET-DUE
                   TO WS-STX-EXEMPT(WS-STX-FOUND-SUB)
           END-IF.
           IF WS-EXD-COUNT < 100
               ADD 1 TO WS-EXD-COUNT
               MOVE WS-OJ-STATE(WS-OJ-SUB)
                   TO WS-EXD-STATE(WS-EXD-COUNT)
               MOVE WS-OJ-LEVEL(WS-OJ-SUB)
                   TO WS-EXD-LEVEL(WS-EXD-COUNT)
               MOVE WS-OJ-NAME(WS-OJ-SUB)
                   TO WS-EXD-NAME(WS-EXD-COUNT)
               MOVE WS-FOUND-CUST-NUM
                   TO WS-EXD-CUST(WS-EXD-COUNT)
               MOVE WS-OJ-CERT(WS-OJ-SUB)
                   TO WS-EXD-CERT(WS-EXD-COUNT)
               MOVE WS-ORDER-NET-DUE
                   TO WS-EXD-AMOUNT(WS-EXD-COUNT)

      * DUE DATE = INVOICE DATE PLUS THE TERMS CODE'S NET DAYS
      * (NET 30 WHEN THE CUSTOMER CARRIES NO CODE OR THE CODE HAS
      * NO ROW), ROLLED TO THE NEXT BUSINESS DAY WHEN IT FALLS ON A
      * WEEKEND OR A BANK HOLIDAY.
       1292-COMPUTE-DUE-DATE.
           MOVE 30 TO WS-FOUND-NET-DAYS.
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
               + WS-FOUND-NET-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
               TO WS-COMPUTED-DUE-DATE.
           MOVE "A" TO BC-FUNCTION.
           MOVE WS-COMPUTED-DUE-DATE TO BC-DATE-1.
           MOVE 0 TO BC-DAYS.
           CALL "BUSCAL" USING WS-BUSCAL-PARMS
               ON EXCEPTION MOVE "2" TO BC-RESULT
           END-CALL.
           IF BC-RESULT = "0"
               MOVE BC-DATE-2 TO WS-COMPUTED-DUE-DATE
           END-IF.

       1295-READ-INVOICE-CONTROL.
           OPEN INPUT INVOICE-CONTROL.
               MOVE WS-DOCL-MATERIAL(WS-DOCL-SUB) TO DOCD-MATERIAL
               MOVE WS-DOCL-PRICE(WS-DOCL-SUB)    TO DOCD-PRICE
               WRITE INVOICE-DOC-REC FROM WS-DOC-DETAIL
               IF WS-DOCL-FINISH-CODE(WS-DOCL-SUB) NOT = SPACE
                   PERFORM 1299-WRITE-FINISH-LINE
               END-IF
           END-PERFORM.
           MOVE "GROSS       " TO DOC-AMT-CAPTION.
           MOVE WS-ORDER-GROSS-PRICE TO DOC-AMT-VALUE.
           MOVE "SALES TAX   " TO DOC-AMT-CAPTION.
           MOVE WS-ORDER-TAX TO DOC-AMT-VALUE.
           WRITE INVOICE-DOC-REC FROM WS-DOC-AMOUNT-LINE.
           PERFORM VARYING WS-OJ-SUB FROM 1 BY 1
               UNTIL WS-OJ-SUB > WS-OJ-COUNT
               PERFORM 1279-WRITE-TAX-LINE
           END-PERFORM.
           MOVE "FREIGHT     " TO DOC-AMT-CAPTION.
           MOVE WS-ORDER-FREIGHT TO DOC-AMT-VALUE.
           WRITE INVOICE-DOC-REC FROM WS-DOC-AMOUNT-LINE.
           WRITE INVOICE-DOC-REC FROM WS-DOC-TERMS-LINE.
           WRITE INVOICE-DOC-REC FROM WS-DOC-CUT-LINE.

       1279-WRITE-TAX-LINE.
           MOVE WS-OJ-STATE(WS-OJ-SUB) TO DOCT-STATE.
           EVALUATE WS-OJ-LEVEL(WS-OJ-SUB)
               WHEN "S"   MOVE "STATE"    TO DOCT-LEVEL
               WHEN "C"   MOVE "COUNTY"   TO DOCT-LEVEL
               WHEN "T"   MOVE "CITY"     TO DOCT-LEVEL
               WHEN OTHER MOVE "DISTRICT" TO DOCT-LEVEL
           END-EVALUATE.
           MOVE WS-OJ-NAME(WS-OJ-SUB) TO DOCT-NAME.
           COMPUTE WS-DOC-TAX-PCT = WS-OJ-RATE(WS-OJ-SUB) * 100.
           MOVE WS-DOC-TAX-PCT TO DOCT-RATE.
           MOVE WS-OJ-TAX(WS-OJ-SUB) TO DOCT-TAX.
           IF OJ-EXEMPT(WS-OJ-SUB)
               STRING "EXEMPT " DELIMITED BY SIZE
                      WS-OJ-CERT(WS-OJ-SUB) DELIMITED BY SIZE
                   INTO DOCT-EXEMPT
               END-STRING
           ELSE
               MOVE SPACES TO DOCT-EXEMPT
           END-IF.
           WRITE INVOICE-DOC-REC FROM WS-DOC-TAX-LINE.

      * THE 810 -- ONE INTERCHANGE PER INVOICE FOR A CUSTOMER ON THE
      * TRADING-PARTNER FILE THAT TAKES INVOICES BY EDI.  EACH RUG IS
      * AN IT1 AT ITS NET PRICE WITH ITS FINISH IN, FREIGHT GOES ON
      * AS A CHARGE AND A DEPOSIT AS AN ALLOWANCE, AND THE TAX AS A
      * TXI PER JURISDICTION, SO THE SEGMENTS FOOT TO THE TDS TOTAL
      * THE PAPER DOCUMENT SHOWS AS TOTAL DUE.
       1310-WRITE-EDI-INVOICE.
           MOVE 0 TO WS-EDI-TP-SUB.
           PERFORM VARYING WS-TP-SUB FROM 1 BY 1
               UNTIL WS-TP-SUB > WS-TP-COUNT
               IF WS-TP-CUST(WS-TP-SUB) = WS-FOUND-CUST-NUM
                   AND WS-TP-SEND-810(WS-TP-SUB) = "Y"
                   AND WS-TP-ACTIVE(WS-TP-SUB) NOT = "I"
                   MOVE WS-TP-SUB TO WS-EDI-TP-SUB
                   MOVE WS-TP-COUNT TO WS-TP-SUB
               END-IF
           END-PERFORM.
           IF WS-EDI-TP-SUB = 0
               GO TO 1310-EXIT
           END-IF.
           IF WS-EDI-DOC-COUNT = 0
               PERFORM 1340-READ-EDI-CONTROL
               OPEN EXTEND EDI-810-OUT
               IF WS-EDI-810-STATUS = "35"
                   OPEN OUTPUT EDI-810-OUT
               END-IF
           END-IF.
           ADD 1 TO WS-EDI-DOC-COUNT.
           MOVE SPACES TO WS-EDI-PO-NUMBER WS-EDI-PO-DATE.
           PERFORM VARYING WS-EDX-SUB FROM 1 BY 1
               UNTIL WS-EDX-SUB > WS-EDX-COUNT
               IF WS-EDX-ORDER(WS-EDX-SUB) = WS-PREV-ORDER-ID
                   MOVE WS-EDX-PO(WS-EDX-SUB) TO WS-EDI-PO-NUMBER
                   MOVE WS-EDX-PO-DATE(WS-EDX-SUB) TO WS-EDI-PO-DATE
                   MOVE WS-EDX-COUNT TO WS-EDX-SUB
               END-IF
           END-PERFORM.
           PERFORM 1292-COMPUTE-DUE-DATE.
           PERFORM 1330-START-EDI-INVOICE.
           MOVE SPACES TO WS-EDI-SEG.
           MOVE WS-NEXT-INVOICE-NUMBER TO WS-EDI-INT.
           PERFORM 1336-EDIT-EDI-COUNT.
           IF WS-EDI-PO-NUMBER = SPACES
               STRING "BIG*" WS-INVOICE-DATE "*" DELIMITED BY SIZE
                      WS-EDI-INT-TEXT DELIMITED BY SPACE
                      "~" DELIMITED BY SIZE
                   INTO WS-EDI-SEG
               END-STRING
           ELSE
               STRING "BIG*" WS-INVOICE-DATE "*" DELIMITED BY SIZE
                      WS-EDI-INT-TEXT DELIMITED BY SPACE
                      "*" WS-EDI-PO-DATE "*" DELIMITED BY SIZE
                      WS-EDI-PO-NUMBER DELIMITED BY SPACE
                      "~" DELIMITED BY SIZE
                   INTO WS-EDI-SEG
               END-STRING
           END-IF.
           PERFORM 1339-WRITE-EDI-SEGMENT.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "N1*BT*" DELIMITED BY SIZE
                  WS-FOUND-CUST-NAME DELIMITED BY "  "
                  "*92*" DELIMITED BY SIZE
                  WS-FOUND-CUST-NUM DELIMITED BY SPACE
                  "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           PERFORM 1339-WRITE-EDI-SEGMENT.
           MOVE WS-FOUND-NET-DAYS TO WS-EDI-INT.
           PERFORM 1336-EDIT-EDI-COUNT.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "ITD*01*3****" WS-COMPUTED-DUE-DATE "*"
                      DELIMITED BY SIZE
                  WS-EDI-INT-TEXT DELIMITED BY SPACE
                  "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           PERFORM 1339-WRITE-EDI-SEGMENT.
           MOVE 0 TO WS-EDI-IT1-COUNT.
           PERFORM VARYING WS-DOCL-SUB FROM 1 BY 1
               UNTIL WS-DOCL-SUB > WS-DOCL-COUNT
               PERFORM 1320-WRITE-EDI-ITEM
           END-PERFORM.
           IF WS-ORDER-FREIGHT > 0
               MOVE WS-ORDER-FREIGHT TO WS-EDI-AMT
               PERFORM 1337-EDIT-EDI-CENTS
               MOVE SPACES TO WS-EDI-SEG
               STRING "SAC*C*D240***" DELIMITED BY SIZE
                      WS-EDI-INT-TEXT DELIMITED BY SPACE
                      "~" DELIMITED BY SIZE
                   INTO WS-EDI-SEG
               END-STRING
               PERFORM 1339-WRITE-EDI-SEGMENT
           END-IF.
           IF WS-ORDER-DEPOSIT > 0
               COMPUTE WS-EDI-AMT = WS-ORDER-NET-DUE + WS-ORDER-TAX
                   + WS-ORDER-FREIGHT - WS-AR-NET-OF-DEPOSIT
               PERFORM 1337-EDIT-EDI-CENTS
               MOVE SPACES TO WS-EDI-SEG
               STRING "SAC*A*ZZZZ***" DELIMITED BY SIZE
                      WS-EDI-INT-TEXT DELIMITED BY SPACE
                      "~" DELIMITED BY SIZE
                   INTO WS-EDI-SEG
               END-STRING
               PERFORM 1339-WRITE-EDI-SEGMENT
           END-IF.
           PERFORM VARYING WS-OJ-SUB FROM 1 BY 1
               UNTIL WS-OJ-SUB > WS-OJ-COUNT
               PERFORM 1325-WRITE-EDI-TAX
           END-PERFORM.
           MOVE WS-AR-NET-OF-DEPOSIT TO WS-EDI-AMT.
           PERFORM 1337-EDIT-EDI-CENTS.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "TDS*" DELIMITED BY SIZE
                  WS-EDI-INT-TEXT DELIMITED BY SPACE
                  "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           PERFORM 1339-WRITE-EDI-SEGMENT.
           MOVE WS-EDI-IT1-COUNT TO WS-EDI-INT.
           PERFORM 1336-EDIT-EDI-COUNT.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "CTT*" DELIMITED BY SIZE
                  WS-EDI-INT-TEXT DELIMITED BY SPACE
                  "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           PERFORM 1339-WRITE-EDI-SEGMENT.
           PERFORM 1338-END-EDI-INVOICE.

       1310-EXIT.
           EXIT.

      * ONE RUG PER IT1, PRICED WITH ITS FINISH, DESCRIBED BY THE
      * SAME QUALIFIER PAIRS THE PARTNER ORDERED IT WITH.
       1320-WRITE-EDI-ITEM.
           ADD 1 TO WS-EDI-IT1-COUNT.
           MOVE WS-EDI-IT1-COUNT TO WS-EDI-INT.
           PERFORM 1336-EDIT-EDI-COUNT.
           COMPUTE WS-EDI-AMT = WS-DOCL-PRICE(WS-DOCL-SUB)
               + WS-DOCL-FINISH-PRICE(WS-DOCL-SUB).
           PERFORM 1335-EDIT-EDI-AMOUNT.
           MOVE SPACES TO WS-EDI-SEG.
           MOVE 1 TO WS-EDI-PTR.
           STRING "IT1*" DELIMITED BY SIZE
                  WS-EDI-INT-TEXT DELIMITED BY SPACE
                  "*1*EA*" DELIMITED BY SIZE
                  WS-EDI-AMT-TEXT DELIMITED BY SPACE
                  "**VP*" DELIMITED BY SIZE
                  WS-DOCL-SHAPE(WS-DOCL-SUB) DELIMITED BY SPACE
                  "*IZ*" WS-DOCL-SIZE-1(WS-DOCL-SUB) "X"
                  WS-DOCL-SIZE-2(WS-DOCL-SUB) "*MG*"
                      DELIMITED BY SIZE
                  WS-DOCL-MATERIAL(WS-DOCL-SUB) DELIMITED BY SPACE
               INTO WS-EDI-SEG WITH POINTER WS-EDI-PTR
           END-STRING.
           IF WS-DOCL-FINISH-CODE(WS-DOCL-SUB) NOT = SPACE
               STRING "*FN*" WS-DOCL-FINISH-CODE(WS-DOCL-SUB)
                      DELIMITED BY SIZE
                   INTO WS-EDI-SEG WITH POINTER WS-EDI-PTR
               END-STRING
           END-IF.
           STRING "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG WITH POINTER WS-EDI-PTR
           END-STRING.
           PERFORM 1339-WRITE-EDI-SEGMENT.

      * A JURISDICTION THE CUSTOMER IS EXEMPT FROM GOES OUT WITH NO
      * TAX AND THE EXEMPT CODE IN TXI06.
       1325-WRITE-EDI-TAX.
           EVALUATE WS-OJ-LEVEL(WS-OJ-SUB)
               WHEN "S"   MOVE "ST" TO WS-EDI-TAX-TYPE
               WHEN "C"   MOVE "CT" TO WS-EDI-TAX-TYPE
               WHEN "T"   MOVE "CS" TO WS-EDI-TAX-TYPE
               WHEN OTHER MOVE "LS" TO WS-EDI-TAX-TYPE
           END-EVALUATE.
           MOVE WS-OJ-TAX(WS-OJ-SUB) TO WS-EDI-AMT.
           PERFORM 1335-EDIT-EDI-AMOUNT.
           MOVE SPACES TO WS-EDI-SEG.
           MOVE 1 TO WS-EDI-PTR.
           STRING "TXI*" WS-EDI-TAX-TYPE "*" DELIMITED BY SIZE
                  WS-EDI-AMT-TEXT DELIMITED BY SPACE
                  "*" DELIMITED BY SIZE
               INTO WS-EDI-SEG WITH POINTER WS-EDI-PTR
           END-STRING.
           COMPUTE WS-EDI-AMT = WS-OJ-RATE(WS-OJ-SUB) * 100.
           PERFORM 1335-EDIT-EDI-AMOUNT.
           STRING WS-EDI-AMT-TEXT DELIMITED BY SPACE
               INTO WS-EDI-SEG WITH POINTER WS-EDI-PTR
           END-STRING.
           IF OJ-EXEMPT(WS-OJ-SUB)
               STRING "***2" DELIMITED BY SIZE
                   INTO WS-EDI-SEG WITH POINTER WS-EDI-PTR
               END-STRING
           END-IF.
           STRING "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG WITH POINTER WS-EDI-PTR
           END-STRING.
           PERFORM 1339-WRITE-EDI-SEGMENT.

       1330-START-EDI-INVOICE.
           MOVE FUNCTION CURRENT-DATE (9:4) TO WS-EDI-NOW-TIME.
           MOVE WS-EDI-NEXT-ISA TO WS-EDI-ISA-CONTROL.
           ADD 1 TO WS-EDI-NEXT-ISA.
           MOVE WS-EDI-NEXT-GROUP TO WS-EDI-GRP-CONTROL.
           ADD 1 TO WS-EDI-NEXT-GROUP.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "ISA*00*          *00*          *"
                  WS-EDI-OUR-QUAL "*" WS-EDI-OUR-ID "*"
                  WS-TP-QUAL(WS-EDI-TP-SUB) "*"
                  WS-TP-ID(WS-EDI-TP-SUB) "*"
                  WS-INVOICE-DATE(3:6) "*" WS-EDI-NOW-TIME
                  "*U*00401*" WS-EDI-ISA-CONTROL "*0*P*>~"
                      DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           WRITE EDI-810-REC FROM WS-EDI-SEG.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "GS*IN*" DELIMITED BY SIZE
                  WS-EDI-OUR-GS-ID DELIMITED BY SPACE
                  "*" DELIMITED BY SIZE
                  WS-TP-GS-ID(WS-EDI-TP-SUB) DELIMITED BY SPACE
                  "*" WS-INVOICE-DATE "*" WS-EDI-NOW-TIME "*"
                  WS-EDI-GRP-CONTROL "*X*004010~"
                      DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           WRITE EDI-810-REC FROM WS-EDI-SEG.
           MOVE 0 TO WS-EDI-SEG-COUNT.
           MOVE "ST*810*0001~" TO WS-EDI-SEG.
           PERFORM 1339-WRITE-EDI-SEGMENT.

      * X12 DECIMAL -- LEFT-JUSTIFIED, NO LEADING ZEROS.
       1335-EDIT-EDI-AMOUNT.
           MOVE WS-EDI-AMT TO WS-EDI-AMT-EDIT.
           MOVE 0 TO WS-EDI-LEAD.
           INSPECT WS-EDI-AMT-EDIT TALLYING WS-EDI-LEAD
               FOR LEADING SPACES.
           MOVE SPACES TO WS-EDI-AMT-TEXT.
           MOVE WS-EDI-AMT-EDIT(WS-EDI-LEAD + 1:) TO WS-EDI-AMT-TEXT.

       1336-EDIT-EDI-COUNT.
           MOVE WS-EDI-INT TO WS-EDI-INT-EDIT.
           MOVE 0 TO WS-EDI-LEAD.
           INSPECT WS-EDI-INT-EDIT TALLYING WS-EDI-LEAD
               FOR LEADING SPACES.
           MOVE SPACES TO WS-EDI-INT-TEXT.
           MOVE WS-EDI-INT-EDIT(WS-EDI-LEAD + 1:) TO WS-EDI-INT-TEXT.

      * X12 IMPLIED-DECIMAL MONEY (TDS, SAC) IS WHOLE CENTS.
       1337-EDIT-EDI-CENTS.
           COMPUTE WS-EDI-INT = WS-EDI-AMT * 100.
           PERFORM 1336-EDIT-EDI-COUNT.

       1338-END-EDI-INVOICE.
           ADD 1 TO WS-EDI-SEG-COUNT.
           MOVE WS-EDI-SEG-COUNT TO WS-EDI-INT.
           PERFORM 1336-EDIT-EDI-COUNT.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "SE*" DELIMITED BY SIZE
                  WS-EDI-INT-TEXT DELIMITED BY SPACE
                  "*0001~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           WRITE EDI-810-REC FROM WS-EDI-SEG.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "GE*1*" WS-EDI-GRP-CONTROL "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           WRITE EDI-810-REC FROM WS-EDI-SEG.
           MOVE SPACES TO WS-EDI-SEG.
           STRING "IEA*1*" WS-EDI-ISA-CONTROL "~" DELIMITED BY SIZE
               INTO WS-EDI-SEG
           END-STRING.
           WRITE EDI-810-REC FROM WS-EDI-SEG.

       1339-WRITE-EDI-SEGMENT.
           WRITE EDI-810-REC FROM WS-EDI-SEG.
           ADD 1 TO WS-EDI-SEG-COUNT.

       1340-READ-EDI-CONTROL.
           OPEN INPUT EDI-CONTROL.
           IF WS-EDI-CTL-STATUS = "00"
               READ EDI-CONTROL
               IF WS-EDI-CTL-STATUS = "00"
                   MOVE ECT-NEXT-ISA   TO WS-EDI-NEXT-ISA
                   MOVE ECT-NEXT-GROUP TO WS-EDI-NEXT-GROUP
                   MOVE ECT-NEXT-ORDER TO WS-EDI-NEXT-ORDER
               END-IF
               CLOSE EDI-CONTROL
           END-IF.

       1345-WRITE-EDI-CONTROL.
           OPEN OUTPUT EDI-CONTROL.
           MOVE WS-EDI-NEXT-ISA   TO ECT-NEXT-ISA.
           MOVE WS-EDI-NEXT-GROUP TO ECT-NEXT-GROUP.
           MOVE WS-EDI-NEXT-ORDER TO ECT-NEXT-ORDER.
           WRITE EDI-CONTROL-REC.
           CLOSE EDI-CONTROL.

      * ONLY THE PARTNERS TAKING 810S MATTER HERE.
       1232-LOAD-EDI-PARTNERS.
           OPEN INPUT EDI-PARTNER-IN.
           IF WS-EDI-PARTNER-STATUS = "00"
               READ EDI-PARTNER-IN
               PERFORM UNTIL WS-EDI-PARTNER-STATUS > "00"
                          OR WS-TP-COUNT >= 50
                   IF TP-SEND-810 = "Y"
                       ADD 1 TO WS-TP-COUNT
                       MOVE TP-CUST-NUMBER TO WS-TP-CUST(WS-TP-COUNT)
                       MOVE TP-ISA-QUAL    TO WS-TP-QUAL(WS-TP-COUNT)
                       MOVE TP-ISA-ID      TO WS-TP-ID(WS-TP-COUNT)
                       MOVE TP-GS-ID    TO WS-TP-GS-ID(WS-TP-COUNT)
                       MOVE TP-SEND-810
                           TO WS-TP-SEND-810(WS-TP-COUNT)
                       MOVE TP-ACTIVE-SW
                           TO WS-TP-ACTIVE(WS-TP-COUNT)
                   END-IF
                   READ EDI-PARTNER-IN
               END-PERFORM
               CLOSE EDI-PARTNER-IN
           END-IF.

       1234-LOAD-EDI-ORDERS.
           OPEN INPUT EDI-XREF-IN.
           IF WS-EDI-XREF-STATUS = "00"
               READ EDI-XREF-IN
               PERFORM UNTIL WS-EDI-XREF-STATUS > "00"
                          OR WS-EDX-COUNT >= 1000
                   ADD 1 TO WS-EDX-COUNT
                   MOVE XR-ORDER-ID  TO WS-EDX-ORDER(WS-EDX-COUNT)
                   MOVE XR-PO-NUMBER TO WS-EDX-PO(WS-EDX-COUNT)
                   MOVE XR-PO-DATE   TO WS-EDX-PO-DATE(WS-EDX-COUNT)
                   READ EDI-XREF-IN
               END-PERFORM
               CLOSE EDI-XREF-IN
           END-IF.

      * AN UNKNOWN CODE PRINTS AS THE CODE ITSELF.
       1299-WRITE-FINISH-LINE.
           MOVE WS-DOCL-FINISH-CODE(WS-DOCL-SUB) TO DOCF-NAME.
           PERFORM VARYING WS-FIN-SUB FROM 1 BY 1
               UNTIL WS-FIN-SUB > WS-FIN-COUNT
               IF WS-FIN-CODE(WS-FIN-SUB)
                       = WS-DOCL-FINISH-CODE(WS-DOCL-SUB)
                   MOVE WS-FIN-NAME(WS-FIN-SUB) TO DOCF-NAME
                   MOVE WS-FIN-COUNT TO WS-FIN-SUB
               END-IF
           END-PERFORM.
           MOVE WS-DOCL-FINISH-PRICE(WS-DOCL-SUB) TO DOCF-PRICE.
           WRITE INVOICE-DOC-REC FROM WS-DOC-FINISH-LINE.

      * GROUND ROWS ONLY -- RUG FREIGHT SHIPS GROUND.  LEGACY ROWS
      * WITHOUT THE SERVICE BYTE READ THROUGH THE REDEFINES.
      * THE CUSTOMER IS QUOTED FROM THE PRIMARY CARRIER'S ROWS (NO
      * CARRIER CODE) WHICHEVER CARRIER THE MANIFEST PICKS.
       1230-LOAD-ZONE-TABLE.
           OPEN INPUT ZIP-ZONE-FILE.
           IF WS-ZIP-ZONE-STATUS = "00"
                          OR WS-ZONE-COUNT >= 1000
                   EVALUATE TRUE
                       WHEN ZIP-ZONE-REC-IN(1:10) IS NUMERIC
                           IF ZZ-SERVICE = "G" AND ZZ-CARRIER = SPACES
                               ADD 1 TO WS-ZONE-COUNT
                               MOVE WS-ZONE-COUNT TO WS-ZONE-SUB
                               MOVE ZZ-ZIP-LOW
               CLOSE MATERIAL-MASTER
           END-IF.

       1248-LOAD-FINISH-NAMES.
           OPEN INPUT FINISH-PRICE-IN.
           IF WS-FINISH-STATUS = "00"
               READ FINISH-PRICE-IN
               PERFORM UNTIL WS-FINISH-STATUS > "00"
                          OR WS-FIN-COUNT >= 50
                   ADD 1 TO WS-FIN-COUNT
                   MOVE FP-FINISH-CODE
                       TO WS-FIN-CODE(WS-FIN-COUNT)
                   MOVE FP-FINISH-NAME
                       TO WS-FIN-NAME(WS-FIN-COUNT)
                   READ FINISH-PRICE-IN
               END-PERFORM
               CLOSE FINISH-PRICE-IN
           END-IF.

      * THE CARRIED-FORWARD BACKLOG IS REWRITTEN EVERY RUN, SO IT
      * MUST FIT THE TABLE WHOLE -- STOP RATHER THAN LOSE ORDERS.
       1242-LOAD-ORDER-BACKLOG.
           OPEN INPUT ORDER-BACKLOG.
           IF WS-BACKLOG-STATUS = "00"
               READ ORDER-BACKLOG
               PERFORM UNTIL WS-BACKLOG-STATUS > "00"
                          OR WS-BKLG-COUNT >= 1000
                   ADD 1 TO WS-BKLG-COUNT
                   MOVE ORDER-BACKLOG-REC
                       TO WS-BKLG-LINE(WS-BKLG-COUNT)
                   READ ORDER-BACKLOG
               END-PERFORM
               IF WS-BACKLOG-STATUS = "00"
                   DISPLAY "ORDER BACKLOG OVER 1000 LINES -- "
                       "BILLING NOT RUN"
                   CLOSE ORDER-BACKLOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE ORDER-BACKLOG
           END-IF.

      * NO STATUS FILE MEANS NO ORDER CAN BE SHOWN COMPLETE, SO
      * EVERYTHING IS HELD.
       1244-LOAD-WORK-ORDER-STATUS.
           OPEN INPUT WORK-ORDER-STATUS.
           IF WS-WO-STS-STATUS = "00"
               MOVE "Y" TO WS-WO-STS-AVAIL-SW
               READ WORK-ORDER-STATUS
               PERFORM UNTIL WS-WO-STS-STATUS > "00"
                          OR WS-WOS-COUNT >= 500
                   ADD 1 TO WS-WOS-COUNT
                   MOVE WS-WOS-COUNT TO WS-WOS-SUB
                   MOVE WST-ORDER-ID TO WS-WOS-ORDER(WS-WOS-SUB)
                   MOVE WST-STATUS   TO WS-WOS-STAT(WS-WOS-SUB)
                   READ WORK-ORDER-STATUS
               END-PERFORM
               CLOSE WORK-ORDER-STATUS
           ELSE
               DISPLAY "WORK-ORDER STATUS FILE NOT AVAILABLE - "
                   "STATUS " WS-WO-STS-STATUS " - ALL ORDERS HELD"
           END-IF.

       1246-LOAD-MANIFESTED-ORDERS.
           OPEN INPUT SHIPMENT-STATUS.
           IF WS-SHIP-STAT-STATUS = "00"
               READ SHIPMENT-STATUS
               PERFORM UNTIL WS-SHIP-STAT-STATUS > "00"
                          OR WS-SHPS-COUNT >= 1000
      *            ONE ENTRY PER ORDER -- THE LEAD PACKAGE'S ROW.
                   IF SHP-PIECE-NUMBER IS NOT NUMERIC
                       OR SHP-PIECE-NUMBER <= 1
                       ADD 1 TO WS-SHPS-COUNT
                       MOVE SHP-ORDER-ID
                           TO WS-SHPS-ORDER(WS-SHPS-COUNT)
                   END-IF
                   READ SHIPMENT-STATUS
               END-PERFORM
               CLOSE SHIPMENT-STATUS
           ELSE
               DISPLAY "SHIPMENT STATUS FILE NOT AVAILABLE - STATUS "
                   WS-SHIP-STAT-STATUS
           END-IF.

      * FREIGHT FOR THE ORDER: ZONE RATE FOR THE SHIP-TO ZIP PREFIX
      * TIMES THE ORDER'S RUG WEIGHT, PLUS THE SAME 1 PERCENT
      * INSURANCE SURCHARGE HW08NB APPLIES WHEN THE DECLARED VALUE
               END-IF
           END-IF.

      * EACH JURISDICTION IS TAXED ON ITS OWN AND ROUNDED ON ITS
      * OWN; THE ORDER'S TAX IS THEIR SUM.  AN ORDER WITH ANY
      * EXEMPT JURISDICTION COUNTS AS AN EXEMPT ORDER.
       1270-COMPUTE-ORDER-TAX.
           MOVE ZEROS TO WS-ORDER-TAX-RATE WS-ORDER-TAX.
           MOVE 0 TO WS-OJ-COUNT.
           MOVE "N" TO WS-ORDER-EXEMPT-SW.
           IF ORDER-HAS-HEADER
               PERFORM 1271-FIND-ORDER-JURISDICTIONS
               PERFORM VARYING WS-OJ-SUB FROM 1 BY 1
                   UNTIL WS-OJ-SUB > WS-OJ-COUNT
                   PERFORM 1272-CHECK-EXEMPTION
                   IF OJ-EXEMPT(WS-OJ-SUB)
                       MOVE "Y" TO WS-ORDER-EXEMPT-SW
                       PERFORM 1282-ADD-EXEMPT-SALES
                   ELSE
                       COMPUTE WS-OJ-TAX(WS-OJ-SUB) ROUNDED
                           = WS-ORDER-NET-DUE * WS-OJ-RATE(WS-OJ-SUB)
                       ADD WS-OJ-RATE(WS-OJ-SUB) TO WS-ORDER-TAX-RATE
                       ADD WS-OJ-TAX(WS-OJ-SUB) TO WS-ORDER-TAX
                       IF WS-OJ-TAX(WS-OJ-SUB) > 0
                           PERFORM 1280-ADD-JURIS-TAX
                       END-IF
                   END-IF
               END-PERFORM
               IF ORDER-TAX-EXEMPT
                   ADD 1 TO WS-EXEMPT-ORDER-COUNT
               END-IF
           END-IF.

      * THE SHIP-TO ZIP PICKS THE LATEST JURISDICTION ROW IN EFFECT
      * ON THE INVOICE DATE WHOSE RANGE COVERS IT, THE SAME WAY
      * 1275 PICKS A FREIGHT ZONE.  NO ROW -- THE STATE RATE ALONE.
       1271-FIND-ORDER-JURISDICTIONS.
           MOVE SPACES TO WS-TAX-SHIP-ZIP.
           PERFORM VARYING WS-ORDH-ZIP-SUB FROM 1 BY 1
               UNTIL WS-ORDH-ZIP-SUB > WS-ORDH-COUNT
               IF WS-ORDH-ORDER(WS-ORDH-ZIP-SUB) = WS-PREV-ORDER-ID
                   MOVE WS-ORDH-ZIP(WS-ORDH-ZIP-SUB)
                       TO WS-TAX-SHIP-ZIP
                   MOVE WS-ORDH-COUNT TO WS-ORDH-ZIP-SUB
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-TJ-FOUND-SUB.
           MOVE SPACES TO WS-BEST-EFF-DATE.
           IF WS-TAX-SHIP-ZIP NOT = SPACES
               PERFORM VARYING WS-TJ-SUB FROM 1 BY 1
                   UNTIL WS-TJ-SUB > WS-TJ-COUNT
                   IF WS-TJ-ZIP-LOW(WS-TJ-SUB) <= WS-TAX-SHIP-ZIP
                       AND WS-TJ-ZIP-HIGH(WS-TJ-SUB)
                           >= WS-TAX-SHIP-ZIP
                       AND WS-TJ-EFF(WS-TJ-SUB) <= WS-INVOICE-DATE
                       AND (WS-BEST-EFF-DATE = SPACES
                           OR WS-TJ-EFF(WS-TJ-SUB)
                               >= WS-BEST-EFF-DATE)
                       MOVE WS-TJ-SUB TO WS-TJ-FOUND-SUB
                       MOVE WS-TJ-EFF(WS-TJ-SUB) TO WS-BEST-EFF-DATE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TJ-FOUND-SUB > 0
               MOVE WS-TJ-RATES(WS-TJ-FOUND-SUB)
                   TO TAX-JURIS-REC(19:54)
               MOVE TJ-STATE      TO WS-NEW-JURIS-STATE
               MOVE "S"           TO WS-NEW-JURIS-LEVEL
               MOVE SPACES        TO WS-NEW-JURIS-NAME
               MOVE TJ-STATE-RATE TO WS-NEW-JURIS-RATE
               PERFORM 1273-ADD-ORDER-JURISDICTION
               IF TJ-COUNTY-RATE > 0
                   MOVE "C"            TO WS-NEW-JURIS-LEVEL
                   MOVE TJ-COUNTY-NAME TO WS-NEW-JURIS-NAME
                   MOVE TJ-COUNTY-RATE TO WS-NEW-JURIS-RATE
                   PERFORM 1273-ADD-ORDER-JURISDICTION
               END-IF
               IF TJ-CITY-RATE > 0
                   MOVE "T"          TO WS-NEW-JURIS-LEVEL
                   MOVE TJ-CITY-NAME TO WS-NEW-JURIS-NAME
                   MOVE TJ-CITY-RATE TO WS-NEW-JURIS-RATE
                   PERFORM 1273-ADD-ORDER-JURISDICTION
               END-IF
               IF TJ-DISTRICT-RATE > 0
                   MOVE "D"              TO WS-NEW-JURIS-LEVEL
                   MOVE TJ-DISTRICT-NAME TO WS-NEW-JURIS-NAME
                   MOVE TJ-DISTRICT-RATE TO WS-NEW-JURIS-RATE
                   PERFORM 1273-ADD-ORDER-JURISDICTION
               END-IF
           ELSE
               MOVE WS-FOUND-CUST-STATE TO WS-NEW-JURIS-STATE
               MOVE "S"                 TO WS-NEW-JURIS-LEVEL
               MOVE SPACES              TO WS-NEW-JURIS-NAME
               MOVE ZEROS               TO WS-NEW-JURIS-RATE
               PERFORM VARYING WS-TAXR-SUB FROM 1 BY 1
                   UNTIL WS-TAXR-SUB > WS-TAXR-COUNT
                   IF WS-TAXR-STATE(WS-TAXR-SUB)
                           = WS-FOUND-CUST-STATE
                       MOVE WS-TAXR-RATE(WS-TAXR-SUB)
                           TO WS-NEW-JURIS-RATE
                       MOVE WS-TAXR-COUNT TO WS-TAXR-SUB
                   END-IF
               END-PERFORM
               PERFORM 1273-ADD-ORDER-JURISDICTION
           END-IF.

       1273-ADD-ORDER-JURISDICTION.
           ADD 1 TO WS-OJ-COUNT.
           MOVE WS-NEW-JURIS-STATE TO WS-OJ-STATE(WS-OJ-COUNT).
           MOVE WS-NEW-JURIS-LEVEL TO WS-OJ-LEVEL(WS-OJ-COUNT).
           MOVE WS-NEW-JURIS-NAME  TO WS-OJ-NAME(WS-OJ-COUNT).
           MOVE WS-NEW-JURIS-RATE  TO WS-OJ-RATE(WS-OJ-COUNT).
           MOVE ZEROS              TO WS-OJ-TAX(WS-OJ-COUNT).
           MOVE "N"                TO WS-OJ-EXEMPT-SW(WS-OJ-COUNT).
           MOVE SPACES             TO WS-OJ-CERT(WS-OJ-COUNT).

      * ONE ROW PER INVOICE PER JURISDICTION FOR HW15RMA.
       1277-POST-TAX-DETAIL.
           PERFORM VARYING WS-OJ-SUB FROM 1 BY 1
               UNTIL WS-OJ-SUB > WS-OJ-COUNT
               MOVE WS-PREV-ORDER-ID       TO TD-ORDER-ID
               MOVE WS-NEXT-INVOICE-NUMBER TO TD-INVOICE-NUMBER
               MOVE WS-INVOICE-DATE        TO TD-INV-DATE
               MOVE WS-OJ-STATE(WS-OJ-SUB) TO TD-STATE
               MOVE WS-OJ-LEVEL(WS-OJ-SUB) TO TD-LEVEL
               MOVE WS-OJ-NAME(WS-OJ-SUB)  TO TD-JURIS-NAME
               MOVE WS-OJ-RATE(WS-OJ-SUB)  TO TD-RATE
               MOVE WS-ORDER-NET-DUE       TO TD-TAXABLE
               MOVE WS-OJ-TAX(WS-OJ-SUB)   TO TD-TAX
               MOVE WS-OJ-EXEMPT-SW(WS-OJ-SUB) TO TD-EXEMPT-SW
               MOVE WS-OJ-CERT(WS-OJ-SUB)  TO TD-CERT-NUMBER
               WRITE TAX-DETAIL-REC
           END-PERFORM.

       1280-ADD-JURIS-TAX.
           PERFORM 1280-FIND-JURIS-ROW.
           IF STX-FOUND
               ADD WS-ORDER-NET-DUE
                   TO WS-STX-TAXABLE(WS-STX-FOUND-SUB)
               ADD WS-OJ-TAX(WS-OJ-SUB)
                   TO WS-STX-TAX(WS-STX-FOUND-SUB)
           END-IF.

       1280-FIND-JURIS-ROW.
           MOVE "N" TO WS-STX-FOUND-SW.
           PERFORM VARYING WS-STX-SUB FROM 1 BY 1
               UNTIL WS-STX-SUB > WS-STX-COUNT
               IF WS-STX-STATE(WS-STX-SUB) = WS-OJ-STATE(WS-OJ-SUB)
                   AND WS-STX-LEVEL(WS-STX-SUB)
                       = WS-OJ-LEVEL(WS-OJ-SUB)
                   AND WS-STX-NAME(WS-STX-SUB) = WS-OJ-NAME(WS-OJ-SUB)
                   MOVE "Y" TO WS-STX-FOUND-SW
                   MOVE WS-STX-SUB TO WS-STX-FOUND-SUB
                   MOVE WS-STX-COUNT TO WS-STX-SUB
               END-IF
           END-PERFORM.
           IF NOT STX-FOUND AND WS-STX-COUNT < 200
               ADD 1 TO WS-STX-COUNT
               MOVE WS-STX-COUNT TO WS-STX-FOUND-SUB
               MOVE WS-OJ-STATE(WS-OJ-SUB)
                   TO WS-STX-STATE(WS-STX-FOUND-SUB)
               MOVE WS-OJ-LEVEL(WS-OJ-SUB)
                   TO WS-STX-LEVEL(WS-STX-FOUND-SUB)
               MOVE WS-OJ-NAME(WS-OJ-SUB)
                   TO WS-STX-NAME(WS-STX-FOUND-SUB)
               MOVE ZEROS TO WS-STX-TAXABLE(WS-STX-FOUND-SUB)
               MOVE ZEROS TO WS-STX-TAX(WS-STX-FOUND-SUB)
               MOVE ZEROS TO WS-STX-EXEMPT(WS-STX-FOUND-SUB)
               MOVE "Y" TO WS-STX-FOUND-SW
           END-IF.

      * RESOLVE THE ORDER TO ITS CUSTOMER.  NO HEADER, OR A HEADER
       1250-FIND-ORDER-CUSTOMER.
           MOVE "N" TO WS-ORDER-HAS-HEADER-SW.
           MOVE SPACES TO WS-FOUND-CUST-NUM WS-FOUND-CUST-NAME
                          WS-FOUND-CUST-STATE WS-FOUND-COMPANY.
           PERFORM VARYING WS-ORDH-SUB FROM 1 BY 1
               UNTIL WS-ORDH-SUB > WS-ORDH-COUNT
               IF WS-ORDH-ORDER(WS-ORDH-SUB) = WS-PREV-ORDER-ID
                   MOVE WS-ORDH-CUST(WS-ORDH-SUB)
                       TO WS-FOUND-CUST-NUM
                   MOVE WS-ORDH-COMPANY(WS-ORDH-SUB)
                       TO WS-FOUND-COMPANY
                   MOVE WS-ORDH-COUNT TO WS-ORDH-SUB
               END-IF
           END-PERFORM.
                           TO WS-FOUND-CUST-STATE
                       MOVE WS-CUST-TERMS(WS-CUST-SUB)
                           TO WS-FOUND-CUST-TERMS
                       IF WS-FOUND-COMPANY = SPACES
                           MOVE WS-CUST-COMPANY(WS-CUST-SUB)
                               TO WS-FOUND-COMPANY
                       END-IF
                       MOVE WS-CUST-COUNT TO WS-CUST-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FOUND-COMPANY = SPACES
               MOVE WS-HOME-COMPANY TO WS-FOUND-COMPANY
           END-IF.

       1260-ADD-CUSTOMER-TOTAL.
           MOVE "N" TO WS-CTOT-FOUND-SW.
      * POST THE INVOICE (NET DUE PLUS TAX) TO THE OPEN-AR FILE SO
      * COLLECTION STOPS EVAPORATING AFTER BILLING.  EXCEPTION
      * ORDERS HAVE NO CUSTOMER TO COLLECT FROM AND ARE NOT POSTED.
      * AN EXCEPTION ORDER WITH NO HEADER OR CUSTOMER IS BILLED BY
      * THE HOME COMPANY.
       1262-ADD-COMPANY-TOTAL.
           MOVE 0 TO WS-BCO-FOUND-SUB.
           PERFORM VARYING WS-BCO-SUB FROM 1 BY 1
               UNTIL WS-BCO-SUB > WS-BCO-COUNT
               IF WS-BCO-COMPANY(WS-BCO-SUB) = WS-FOUND-COMPANY
                   MOVE WS-BCO-SUB TO WS-BCO-FOUND-SUB
                   MOVE WS-BCO-COUNT TO WS-BCO-SUB
               END-IF
           END-PERFORM.
           IF WS-BCO-FOUND-SUB = 0
               IF WS-BCO-COUNT < 50
                   ADD 1 TO WS-BCO-COUNT
                   MOVE WS-BCO-COUNT TO WS-BCO-FOUND-SUB
                   MOVE WS-FOUND-COMPANY
                       TO WS-BCO-COMPANY(WS-BCO-FOUND-SUB)
                   MOVE ZEROS TO WS-BCO-ORDERS(WS-BCO-FOUND-SUB)
                                 WS-BCO-ITEMS(WS-BCO-FOUND-SUB)
                                 WS-BCO-GROSS(WS-BCO-FOUND-SUB)
                                 WS-BCO-DISCOUNT(WS-BCO-FOUND-SUB)
                                 WS-BCO-NET(WS-BCO-FOUND-SUB)
                                 WS-BCO-TAX(WS-BCO-FOUND-SUB)
                                 WS-BCO-FREIGHT(WS-BCO-FOUND-SUB)
               ELSE
                   DISPLAY "MORE THAN 50 COMPANIES BILLED -- "
                       WS-FOUND-COMPANY " LEFT OUT OF THE COMPANY "
                       "TOTALS"
               END-IF
           END-IF.
           IF WS-BCO-FOUND-SUB > 0
               ADD 1 TO WS-BCO-ORDERS(WS-BCO-FOUND-SUB)
               ADD WS-ORDER-ITEM-COUNT
                   TO WS-BCO-ITEMS(WS-BCO-FOUND-SUB)
               ADD WS-ORDER-GROSS-PRICE
                   TO WS-BCO-GROSS(WS-BCO-FOUND-SUB)
               ADD WS-ORDER-DISCOUNT
                   TO WS-BCO-DISCOUNT(WS-BCO-FOUND-SUB)
               ADD WS-ORDER-NET-DUE
                   TO WS-BCO-NET(WS-BCO-FOUND-SUB)
               ADD WS-ORDER-TAX
                   TO WS-BCO-TAX(WS-BCO-FOUND-SUB)
               ADD WS-ORDER-FREIGHT
                   TO WS-BCO-FREIGHT(WS-BCO-FOUND-SUB)
           END-IF.

       1290-POST-AR-OPEN-ITEM.
           MOVE WS-FOUND-CUST-NUM   TO AR-CUST-NUMBER.
           MOVE WS-PREV-ORDER-ID    TO AR-ORDER-ID.
               MOVE WS-DOCL-MATERIAL(WS-DOCL-SUB) TO IHL-MATERIAL
               MOVE WS-DOCL-SHAPE(WS-DOCL-SUB)    TO IHL-SHAPE
               MOVE WS-DOCL-PRICE(WS-DOCL-SUB)    TO IHL-LINE-NET
               MOVE WS-DOCL-MATL-COST(WS-DOCL-SUB) TO IHL-MATL-COST
               WRITE INVOICE-HISTORY-LINE-REC
           END-PERFORM.

      * ONE SHIPMENT FEED RECORD PER INVOICED ORDER WITH A SHIP-TO
      * ZIP, FOLLOWED ON THE PIECE FILE BY A ROW PER RUG.  THE FEED
      * WEIGHT FIELD TOPS OUT AT 999.99 POUNDS; A HEAVIER ORDER GOES
      * OUT CAPPED, BUT HW08NB RATES ITS PIECES AT FULL WEIGHT.
       1285-WRITE-SHIP-FEED-LINE.
           IF ORDER-HAS-HEADER AND WS-FOUND-SHIP-ZIP NOT = SPACES
               AND WS-ORDER-WEIGHT > 0
                   ADD 1 TO WS-OVERWEIGHT-COUNT
                   DISPLAY "ORDER " WS-PREV-ORDER-ID
                       " OVER THE FEED WEIGHT FIELD -- CAPPED, "
                       "PIECES CARRY THE FULL WEIGHT"
               ELSE
                   MOVE WS-ORDER-WEIGHT TO SHF-ORDER-WEIGHT
               END-IF
               MOVE "G"               TO SHF-SERVICE
               WRITE SHIP-FEED-REC
               ADD 1 TO WS-SHIP-FEED-COUNT
               PERFORM VARYING WS-OPC-SUB FROM 1 BY 1
                   UNTIL WS-OPC-SUB > WS-OPC-COUNT
                   MOVE WS-PREV-ORDER-ID TO SPF-ORDER-ID
                   MOVE WS-OPC-SHAPE(WS-OPC-SUB)    TO SPF-SHAPE
                   MOVE WS-OPC-SIZE-1(WS-OPC-SUB)   TO SPF-SIZE-1
                   MOVE WS-OPC-SIZE-2(WS-OPC-SUB)   TO SPF-SIZE-2
                   MOVE WS-OPC-MATERIAL(WS-OPC-SUB) TO SPF-MATERIAL
                   MOVE WS-OPC-WEIGHT(WS-OPC-SUB)   TO SPF-WEIGHT
                   MOVE WS-OPC-VALUE(WS-OPC-SUB)    TO SPF-LINE-VALUE
                   WRITE SHIP-PIECE-REC
                   ADD 1 TO WS-SHIP-PCS-COUNT
               END-PERFORM
           END-IF.

       0850-LOG-FILE-ERROR.

       1000-INITIALIZE.
           PERFORM 0900-RESOLVE-FILE-NAMES.
           PERFORM 1242-LOAD-ORDER-BACKLOG.
           OPEN INPUT MATHOUT-IN.
           IF WS-MATHOUT-STATUS NOT = "00"
               MOVE "1000-INITIALIZE" TO WS-ERR-PARAGRAPH-NAME
               PERFORM 0850-LOG-FILE-ERROR
           END-IF.
           WRITE INVOICE-REC-OUT FROM WS-INVOICE-HDG1.
           MOVE "G" TO CO-FUNCTION.
           MOVE SPACES TO CO-CODE.
           MOVE "8" TO CO-RESULT.
           CALL "COMPANY" USING WS-COMPANY-PARMS
               ON EXCEPTION CONTINUE
           END-CALL.
           IF CO-FOUND
               MOVE CO-CODE TO WS-HOME-COMPANY
           END-IF.
           PERFORM 1200-LOAD-CUSTOMER-MASTER.
           PERFORM 1205-LOAD-SHIP-TO-ZIPS.
           PERFORM 1210-LOAD-ORDER-HEADERS.
           PERFORM 1220-LOAD-TAX-RATES.
           PERFORM 1221-LOAD-TAX-JURISDICTIONS.
           PERFORM 1225-LOAD-TAX-ADJUSTMENTS.
           PERFORM 1226-LOAD-DEPOSITS.
           PERFORM 1227-LOAD-TERMS-TABLE.
           PERFORM 1228-LOAD-EXEMPT-CERTS.
           PERFORM 1230-LOAD-ZONE-TABLE.
           PERFORM 1240-LOAD-MATERIAL-WEIGHTS.
           PERFORM 1244-LOAD-WORK-ORDER-STATUS.
           PERFORM 1248-LOAD-FINISH-NAMES.
           PERFORM 1232-LOAD-EDI-PARTNERS.
           IF WS-TP-COUNT > 0
               PERFORM 1234-LOAD-EDI-ORDERS
           END-IF.
           IF SHIP-CONFIRM-REQUIRED
               PERFORM 1246-LOAD-MANIFESTED-ORDERS
           END-IF.
           OPEN OUTPUT ORDER-BACKLOG.
           OPEN OUTPUT BACKLOG-RPT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BH-RUN-DATE.
           WRITE BACKLOG-RPT-REC FROM WS-BACKLOG-HDG1.
           WRITE BACKLOG-RPT-REC FROM WS-BACKLOG-HDG2.
           OPEN EXTEND AR-OPEN-ITEM.
           IF WS-AR-OPEN-STATUS = "35"
               OPEN OUTPUT AR-OPEN-ITEM
               OPEN OUTPUT INVOICE-HISTORY
           END-IF.
           OPEN OUTPUT SHIP-FEED-OUT.
           OPEN OUTPUT SHIP-PIECES-OUT.
           OPEN EXTEND TAX-DETAIL-OUT.
           IF WS-TAX-DETAIL-STATUS = "35"
               OPEN OUTPUT TAX-DETAIL-OUT
           END-IF.
           PERFORM 1295-READ-INVOICE-CONTROL.
           MOVE WS-NEXT-INVOICE-NUMBER TO WS-FIRST-INVOICE-NUMBER.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-INVOICE-DATE.
      * AT THE START AND END OF ITS RUN -- SKIP ANY RECORD THAT ISN'T
      * REAL SHAPE DATA (SIZE-1/SIZE-2 NOT NUMERIC) SO IT NEVER FEEDS
      * THE INVOICE TOTALS:
      * ONCE MATHOUT IS EXHAUSTED THE LINES CARRIED FORWARD FROM THE
      * LAST RUN ARE SERVED THROUGH THE SAME RECORD AREA.
       2000-READ-MATHOUT.
           MOVE "N" TO WS-MATHOUT-VALID-SW.
           IF READING-BACKLOG
               PERFORM 2050-NEXT-BACKLOG-LINE
           ELSE
               PERFORM UNTIL END-OF-MATHOUT OR MATHOUT-RECORD-VALID
                   READ MATHOUT-IN
                       AT END
                           MOVE "10" TO WS-MATHOUT-STATUS
                   END-READ
                   IF NOT END-OF-MATHOUT
                       IF MI-SIZE-1 IS NUMERIC
                           AND MI-SIZE-2 IS NUMERIC
                           SET MATHOUT-RECORD-VALID TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF MATHOUT-RECORD-VALID
                   PERFORM 2060-NOTE-ORDER-SEEN
               ELSE
                   MOVE "Y" TO WS-READING-BACKLOG-SW
                   PERFORM 2050-NEXT-BACKLOG-LINE
               END-IF
           END-IF.

       2050-NEXT-BACKLOG-LINE.
           MOVE "10" TO WS-MATHOUT-STATUS.
           PERFORM UNTIL MATHOUT-RECORD-VALID
                      OR WS-BKLG-SUB >= WS-BKLG-COUNT
               ADD 1 TO WS-BKLG-SUB
               MOVE WS-BKLG-LINE(WS-BKLG-SUB) TO MATHOUT-REC-IN
               PERFORM 2070-CHECK-ORDER-SEEN
               IF WS-SEEN-FOUND-SW = "Y"
                   ADD 1 TO WS-BKLG-DROPPED
               ELSE
                   MOVE "00" TO WS-MATHOUT-STATUS
                   SET MATHOUT-RECORD-VALID TO TRUE
                   ADD 1 TO WS-CARRY-IN-ITEMS
                   ADD MI-PRICE-OUT TO WS-CARRY-IN-NET
               END-IF
           END-PERFORM.

       2060-NOTE-ORDER-SEEN.
           PERFORM 2070-CHECK-ORDER-SEEN.
           IF WS-SEEN-FOUND-SW = "N" AND WS-SEEN-COUNT < 500
               ADD 1 TO WS-SEEN-COUNT
               MOVE MI-ORDER-ID TO WS-SEEN-ORDER(WS-SEEN-COUNT)
           END-IF.

       2070-CHECK-ORDER-SEEN.
           MOVE "N" TO WS-SEEN-FOUND-SW.
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               IF WS-SEEN-ORDER(WS-SEEN-SUB) = MI-ORDER-ID
                   MOVE "Y" TO WS-SEEN-FOUND-SW
                   MOVE WS-SEEN-COUNT TO WS-SEEN-SUB
               END-IF
           END-PERFORM.

      * THE ORDER'S STAGE IS ITS LEAST-ADVANCED WORK ORDER.  WITH
      * SHIPPING CONFIRMATION REQUIRED, A MANIFESTED ORDER BILLS AND
      * A COMPLETE ONE WAITS FOR HW08NB TO MANIFEST IT.
       2400-CHECK-WORK-ORDER.
           MOVE "N" TO WS-WO-FOUND-SW WS-WO-ANY-OPEN-SW
                       WS-WO-ANY-CUTTING-SW WS-ORDER-MANIFESTED-SW
                       WS-ORDER-BILLABLE-SW.
           PERFORM VARYING WS-WOS-SUB FROM 1 BY 1
               UNTIL WS-WOS-SUB > WS-WOS-COUNT
               IF WS-WOS-ORDER(WS-WOS-SUB) = WS-PREV-ORDER-ID
                   AND WS-WOS-STAT(WS-WOS-SUB) NOT = "V"
                   MOVE "Y" TO WS-WO-FOUND-SW
                   IF WS-WOS-STAT(WS-WOS-SUB) = "O"
                       MOVE "Y" TO WS-WO-ANY-OPEN-SW
                   END-IF
                   IF WS-WOS-STAT(WS-WOS-SUB) = "K"
                       MOVE "Y" TO WS-WO-ANY-CUTTING-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF SHIP-CONFIRM-REQUIRED
               PERFORM VARYING WS-SHPS-SUB FROM 1 BY 1
                   UNTIL WS-SHPS-SUB > WS-SHPS-COUNT
                   IF WS-SHPS-ORDER(WS-SHPS-SUB) = WS-PREV-ORDER-ID
                       MOVE "Y" TO WS-ORDER-MANIFESTED-SW
                       MOVE WS-SHPS-COUNT TO WS-SHPS-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WO-STATUS-AVAILABLE
               MOVE "NO STATUS FILE" TO WS-ORDER-STAGE
           ELSE
               IF WS-WO-FOUND-SW = "N"
                   MOVE "NO WORK ORDER" TO WS-ORDER-STAGE
               ELSE
                   IF WS-WO-ANY-OPEN-SW = "Y"
                       MOVE "OPEN" TO WS-ORDER-STAGE
                   ELSE
                       IF WS-WO-ANY-CUTTING-SW = "Y"
                           MOVE "CUTTING" TO WS-ORDER-STAGE
                       ELSE
                           MOVE "COMPLETE" TO WS-ORDER-STAGE
                           IF NOT SHIP-CONFIRM-REQUIRED
                               MOVE "Y" TO WS-ORDER-BILLABLE-SW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF SHIP-CONFIRM-REQUIRED
               IF WS-ORDER-MANIFESTED-SW = "Y"
                   MOVE "Y" TO WS-ORDER-BILLABLE-SW
               ELSE
                   IF WS-ORDER-STAGE = "COMPLETE"
                       MOVE "AWAITING MANIFEST" TO WS-ORDER-STAGE
                   END-IF
               END-IF
           END-IF.

       2200-ADD-LINE-WEIGHT.
           MOVE 0 TO WS-LINE-WEIGHT.
           PERFORM VARYING WS-MATL-SUB FROM 1 BY 1
               UNTIL WS-MATL-SUB > WS-MATL-COUNT
               IF WS-MATL-CODE(WS-MATL-SUB) = MI-MATERIAL-CODE
                   COMPUTE WS-LINE-WEIGHT ROUNDED
                       = MI-AREA-OUT * WS-MATL-WEIGHT(WS-MATL-SUB)
                   ADD WS-LINE-WEIGHT TO WS-ORDER-WEIGHT
                   MOVE WS-MATL-COUNT TO WS-MATL-SUB
               END-IF
           END-PERFORM.
           IF WS-LINE-WEIGHT > 0 AND WS-OPC-COUNT < 50
               ADD 1 TO WS-OPC-COUNT
               MOVE MI-SHAPE-TYPE    TO WS-OPC-SHAPE(WS-OPC-COUNT)
               MOVE MI-SIZE-1        TO WS-OPC-SIZE-1(WS-OPC-COUNT)
               MOVE MI-SIZE-2        TO WS-OPC-SIZE-2(WS-OPC-COUNT)
               MOVE MI-MATERIAL-CODE TO WS-OPC-MATERIAL(WS-OPC-COUNT)
               IF WS-LINE-WEIGHT > 999.99
                   MOVE 999.99 TO WS-OPC-WEIGHT(WS-OPC-COUNT)
               ELSE
                   MOVE WS-LINE-WEIGHT TO WS-OPC-WEIGHT(WS-OPC-COUNT)
               END-IF
               MOVE MI-PRICE-OUT     TO WS-OPC-VALUE(WS-OPC-COUNT)
           END-IF.

       2300-BUFFER-DOC-LINE.
           IF WS-DOCL-COUNT < 50
               MOVE MI-MATERIAL-CODE
                   TO WS-DOCL-MATERIAL(WS-DOCL-COUNT)
               MOVE MI-PRICE-OUT  TO WS-DOCL-PRICE(WS-DOCL-COUNT)
               IF MI-MATL-COST-OUT IS NUMERIC
                   MOVE MI-MATL-COST-OUT
                       TO WS-DOCL-MATL-COST(WS-DOCL-COUNT)
               ELSE
                   MOVE ZEROS TO WS-DOCL-MATL-COST(WS-DOCL-COUNT)
               END-IF
      * THE FINISH IS INSIDE MI-PRICE-OUT; SPLIT IT BACK OUT SO THE
      * RUG AND ITS FINISH PRINT SEPARATELY.  LINES CARRIED FORWARD
      * FROM BEFORE FINISHES WERE PRICED HAVE NO FINISH FIELDS.
               IF MI-FINISH-CODE NOT = SPACE
                   AND MI-FINISH-PRICE-OUT IS NUMERIC
                   MOVE MI-FINISH-CODE
                       TO WS-DOCL-FINISH-CODE(WS-DOCL-COUNT)
                   MOVE MI-FINISH-PRICE-OUT
                       TO WS-DOCL-FINISH-PRICE(WS-DOCL-COUNT)
                   SUBTRACT MI-FINISH-PRICE-OUT
                       FROM WS-DOCL-PRICE(WS-DOCL-COUNT)
               ELSE
                   MOVE SPACE TO WS-DOCL-FINISH-CODE(WS-DOCL-COUNT)
                   MOVE ZEROS
                       TO WS-DOCL-FINISH-PRICE(WS-DOCL-COUNT)
               END-IF
           END-IF.

      * MI-PRICE-OUT ARRIVES FROM HW15NB ALREADY NET OF THE
           PERFORM 1275-COMPUTE-ORDER-FREIGHT.
           ADD WS-ORDER-FREIGHT TO WS-GRAND-FREIGHT.
           MOVE WS-ORDER-FREIGHT TO IL-FREIGHT.
      * UNDER SHIPPING CONFIRMATION THE ORDER WAS FED TO HW08NB WHILE
      * IT WAS HELD AND IS ALREADY MANIFESTED.
           IF NOT SHIP-CONFIRM-REQUIRED
               PERFORM 1285-WRITE-SHIP-FEED-LINE
           END-IF.
           MOVE WS-NEXT-INVOICE-NUMBER TO IL-INVOICE-NUMBER.
           PERFORM 1297-WRITE-INVOICE-DOCUMENT.
           IF ORDER-HAS-HEADER AND WS-TP-COUNT > 0
               PERFORM 1310-WRITE-EDI-INVOICE THRU 1310-EXIT
           END-IF.
           PERFORM 1298-POST-INVOICE-HISTORY.
           PERFORM 1277-POST-TAX-DETAIL.
           ADD 1 TO WS-NEXT-INVOICE-NUMBER.
           MOVE 0 TO WS-DOCL-COUNT.
           IF ORDER-HAS-HEADER
           ADD WS-ORDER-GROSS-PRICE TO WS-GRAND-GROSS-PRICE.
           ADD WS-ORDER-DISCOUNT    TO WS-GRAND-DISCOUNT.
           ADD WS-ORDER-NET-DUE     TO WS-GRAND-NET-DUE.
           IF WS-HOME-COMPANY NOT = SPACES
               PERFORM 1262-ADD-COMPANY-TOTAL
           END-IF.
           MOVE 0 TO WS-ORDER-ITEM-COUNT.
           MOVE 0 TO WS-ORDER-GROSS-PRICE.
           MOVE 0 TO WS-ORDER-DISCOUNT.
           MOVE 0 TO WS-ORDER-WEIGHT.
           MOVE 0 TO WS-OPC-COUNT.
           MOVE 0 TO WS-ORDER-DEPOSIT.

       5100-CLOSE-ORDER.
           IF ORDER-BILLABLE
               PERFORM 5000-WRITE-INVOICE-LINE
           ELSE
               PERFORM 5500-HOLD-ORDER
           END-IF.

      * THE ORDER'S LINES ARE ALREADY ON THE NEW BACKLOG FILE; LIST IT
      * ON THE BACKLOG REPORT.  A COMPLETE ORDER AWAITING MANIFEST IS
      * SENT TO HW08NB ON THE SHIPMENT FEED.
       5500-HOLD-ORDER.
           MOVE WS-HELD-NET TO WS-ORDER-NET-DUE.
           PERFORM 1250-FIND-ORDER-CUSTOMER.
           MOVE SPACES TO WS-ORDER-DATE-WORK.
           PERFORM VARYING WS-ORDH-SUB FROM 1 BY 1
               UNTIL WS-ORDH-SUB > WS-ORDH-COUNT
               IF WS-ORDH-ORDER(WS-ORDH-SUB) = WS-PREV-ORDER-ID
                   MOVE WS-ORDH-DATE(WS-ORDH-SUB)
                       TO WS-ORDER-DATE-WORK
                   MOVE WS-ORDH-COUNT TO WS-ORDH-SUB
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ORDER-AGE-DAYS.
           IF WS-ORDER-DATE-WORK IS NUMERIC
               COMPUTE WS-ORDER-AGE-DAYS = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-INVOICE-DATE))
                   - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-ORDER-DATE-WORK))
           END-IF.
           IF WS-ORDER-AGE-DAYS < 0
               MOVE 0 TO WS-ORDER-AGE-DAYS
           END-IF.
           MOVE WS-PREV-ORDER-ID   TO BL-ORDER-ID.
           MOVE WS-FOUND-CUST-NUM  TO BL-CUST-NUM.
           MOVE WS-FOUND-CUST-NAME TO BL-CUST-NAME.
           MOVE WS-ORDER-DATE-WORK TO BL-ORDER-DATE.
           MOVE WS-ORDER-AGE-DAYS  TO BL-AGE-DAYS.
           MOVE WS-HELD-ITEM-COUNT TO BL-ITEM-COUNT.
           MOVE WS-HELD-NET        TO BL-VALUE.
           MOVE WS-ORDER-STAGE     TO BL-STAGE.
           WRITE BACKLOG-RPT-REC FROM WS-BACKLOG-LINE.
           IF WS-ORDER-STAGE = "AWAITING MANIFEST"
               PERFORM 1275-COMPUTE-ORDER-FREIGHT
               PERFORM 1285-WRITE-SHIP-FEED-LINE
           END-IF.
           ADD 1 TO WS-HELD-ORDERS.
           ADD WS-HELD-ITEM-COUNT TO WS-HELD-ITEMS.
           ADD WS-HELD-NET        TO WS-HELD-GRAND-NET.
           MOVE 0 TO WS-HELD-ITEM-COUNT.
           MOVE 0 TO WS-HELD-NET.
           MOVE 0 TO WS-ORDER-NET-DUE.
           MOVE 0 TO WS-ORDER-WEIGHT.
           MOVE 0 TO WS-OPC-COUNT.

       6000-FINISH-UP.
           PERFORM VARYING WS-CTOT-SUB FROM 1 BY 1
               UNTIL WS-CTOT-SUB > WS-CTOT-COUNT
               MOVE WS-CTOT-NET(WS-CTOT-SUB)    TO CT-NET-DUE
               WRITE INVOICE-REC-OUT FROM WS-CUST-TOTAL-LINE
           END-PERFORM.
           PERFORM VARYING WS-BCO-SUB FROM 1 BY 1
               UNTIL WS-BCO-SUB > WS-BCO-COUNT
               MOVE WS-BCO-COMPANY(WS-BCO-SUB)  TO CTL-COMPANY
               MOVE WS-BCO-ORDERS(WS-BCO-SUB)   TO CTL-ORDER-COUNT
               MOVE WS-BCO-ITEMS(WS-BCO-SUB)    TO CTL-ITEM-COUNT
               MOVE WS-BCO-GROSS(WS-BCO-SUB)    TO CTL-GROSS-PRICE
               MOVE WS-BCO-DISCOUNT(WS-BCO-SUB) TO CTL-DISCOUNT
               MOVE WS-BCO-NET(WS-BCO-SUB)      TO CTL-NET-DUE
               MOVE WS-BCO-TAX(WS-BCO-SUB)      TO CTL-TAX
               MOVE WS-BCO-FREIGHT(WS-BCO-SUB)  TO CTL-FREIGHT
               WRITE INVOICE-REC-OUT FROM WS-COMPANY-TOTAL-LINE
           END-PERFORM.
           MOVE WS-GRAND-ORDER-COUNT TO TL-ORDER-COUNT.
           MOVE WS-GRAND-ITEM-COUNT  TO TL-ITEM-COUNT.
           MOVE WS-GRAND-GROSS-PRICE TO TL-GROSS-PRICE.
           MOVE WS-GRAND-DISCOUNT    TO TL-DISCOUNT.
           MOVE WS-GRAND-NET-DUE     TO TL-NET-DUE.
           WRITE INVOICE-REC-OUT FROM WS-INVOICE-TOTAL-LINE.
           MOVE WS-HELD-ORDERS    TO BKT-ORDERS.
           MOVE WS-HELD-ITEMS     TO BKT-ITEMS.
           MOVE WS-HELD-GRAND-NET TO BKT-VALUE.
           WRITE BACKLOG-RPT-REC FROM WS-BACKLOG-TOTAL-LINE.
           PERFORM 6100-WRITE-TAX-SUMMARY.
           PERFORM 6200-WRITE-BILLING-TOTALS.
           PERFORM 6300-REWRITE-DEPOSITS.
           PERFORM 1296-WRITE-INVOICE-CONTROL.
           IF WS-EDI-DOC-COUNT > 0
               CLOSE EDI-810-OUT
               PERFORM 1345-WRITE-EDI-CONTROL
           END-IF.
           CLOSE MATHOUT-IN
                 INVOICE-OUT
                 AR-OPEN-ITEM
                 INVOICE-HISTORY
                 SHIP-FEED-OUT
                 SHIP-PIECES-OUT
                 INVOICE-DOCS-OUT
                 TAX-DETAIL-OUT
                 ORDER-BACKLOG
                 BACKLOG-RPT.
           DISPLAY "ORDERS INVOICED: " WS-GRAND-ORDER-COUNT.
           DISPLAY "TOTAL NET DUE  : " WS-GRAND-NET-DUE.
           DISPLAY "HEADER EXCEPTIONS: " WS-EXCEPTION-COUNT.
           DISPLAY "AR ITEMS POSTED: " WS-AR-POSTED-COUNT.
           DISPLAY "FREIGHT BILLED : " WS-GRAND-FREIGHT.
           DISPLAY "SHIP FEED LINES: " WS-SHIP-FEED-COUNT.
           DISPLAY "SHIP FEED PIECES: " WS-SHIP-PCS-COUNT.
           DISPLAY "EXEMPT ORDERS  : " WS-EXEMPT-ORDER-COUNT.
           DISPLAY "ORDERS HELD    : " WS-HELD-ORDERS.
           DISPLAY "EDI 810 INVOICES: " WS-EDI-DOC-COUNT.
           DISPLAY "LINES HELD     : " WS-HELD-ITEMS.
           DISPLAY "CARRIED IN     : " WS-CARRY-IN-ITEMS.
           DISPLAY "CARRY-INS DROPPED (REPRICED): " WS-BKLG-DROPPED.

       6300-REWRITE-DEPOSITS.
           IF DEPOSITS-CHANGED
           MOVE WS-GRAND-NET-DUE     TO BT-NET-DUE.
           MOVE WS-GRAND-TAX         TO BT-TAX.
           MOVE WS-GRAND-FREIGHT     TO BT-FREIGHT.
           MOVE WS-CARRY-IN-ITEMS    TO BT-CARRY-IN-ITEMS.
           MOVE WS-CARRY-IN-NET      TO BT-CARRY-IN-NET.
           MOVE WS-HELD-ITEMS        TO BT-HELD-ITEMS.
           MOVE WS-HELD-GRAND-NET    TO BT-HELD-NET.
           MOVE SPACES               TO BT-COMPANY.
           WRITE BILLING-TOTALS-REC.
      * ONE ROW PER COMPANY BILLED, AFTER THE GRAND ROW RECON READS.
      * THE CARRY-IN AND HELD COUNTS ARE THE RUN'S, NOT A COMPANY'S,
      * AND STAY ON THE GRAND ROW ONLY.
           PERFORM VARYING WS-BCO-SUB FROM 1 BY 1
               UNTIL WS-BCO-SUB > WS-BCO-COUNT
               MOVE WS-BCO-ORDERS(WS-BCO-SUB)  TO BT-ORDER-COUNT
               MOVE WS-BCO-ITEMS(WS-BCO-SUB)   TO BT-ITEM-COUNT
               MOVE WS-BCO-NET(WS-BCO-SUB)     TO BT-NET-DUE
               MOVE WS-BCO-TAX(WS-BCO-SUB)     TO BT-TAX
               MOVE WS-BCO-FREIGHT(WS-BCO-SUB) TO BT-FREIGHT
               MOVE ZEROS TO BT-CARRY-IN-ITEMS BT-CARRY-IN-NET
                             BT-HELD-ITEMS BT-HELD-NET
               MOVE WS-BCO-COMPANY(WS-BCO-SUB) TO BT-COMPANY
               WRITE BILLING-TOTALS-REC
           END-PERFORM.
           CLOSE BILLING-TOTALS.

      * THE RUN'S COLLECTIONS AND THE RETURNS HW15RMA QUEUED ARE
      * ADDED TO THE PERIOD-TO-DATE FILE BY JURISDICTION, AND THE
      * FILING WORKSHEET IS PRINTED FROM IT FOR THE INVOICE PERIOD.
      * THE QUEUE IS CLEARED ONCE CONSUMED SO A CREDIT NEVER BACKS
      * OUT TWICE.
       6100-WRITE-TAX-SUMMARY.
           MOVE WS-INVOICE-DATE(1:6) TO WS-TAX-PERIOD.
           PERFORM 6105-LOAD-TAX-PERIOD.
           PERFORM VARYING WS-STX-SUB FROM 1 BY 1
               UNTIL WS-STX-SUB > WS-STX-COUNT
               MOVE WS-STX-STATE(WS-STX-SUB) TO WS-SEEK-STATE
               MOVE WS-STX-LEVEL(WS-STX-SUB) TO WS-SEEK-LEVEL
               MOVE WS-STX-NAME(WS-STX-SUB)  TO WS-SEEK-NAME
               PERFORM 6130-FIND-PERIOD-ROW
               IF TXP-FOUND
                   ADD WS-STX-TAXABLE(WS-STX-SUB)
                       TO WS-TXP-TAXABLE(WS-TXP-FOUND-SUB)
                   ADD WS-STX-EXEMPT(WS-STX-SUB)
                       TO WS-TXP-EXEMPT(WS-TXP-FOUND-SUB)
                   ADD WS-STX-TAX(WS-STX-SUB)
                       TO WS-TXP-TAX(WS-TXP-FOUND-SUB)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TXA-SUB FROM 1 BY 1
               UNTIL WS-TXA-SUB > WS-TXA-COUNT
               MOVE WS-TXA-STATE(WS-TXA-SUB) TO WS-SEEK-STATE
               MOVE WS-TXA-LEVEL(WS-TXA-SUB) TO WS-SEEK-LEVEL
               MOVE WS-TXA-NAME(WS-TXA-SUB)  TO WS-SEEK-NAME
               PERFORM 6130-FIND-PERIOD-ROW
               IF TXP-FOUND
                   ADD WS-TXA-TAXABLE(WS-TXA-SUB)
                       TO WS-TXP-RET-TAXABLE(WS-TXP-FOUND-SUB)
                   ADD WS-TXA-TAX(WS-TXA-SUB)
                       TO WS-TXP-RET-TAX(WS-TXP-FOUND-SUB)
               END-IF
           END-PERFORM.
           PERFORM 6140-SORT-PERIOD-ROWS.
           OPEN OUTPUT TAX-SUMMARY-OUT.
           MOVE WS-TAX-PERIOD TO WKH-PERIOD.
           WRITE TAX-SUMMARY-REC FROM WS-WKS-HDG1.
           WRITE TAX-SUMMARY-REC FROM WS-WKS-HDG2.
           PERFORM 6160-WRITE-WORKSHEET-LINES.
      * THIS RUN'S OWN COLLECTIONS, FOR BALANCING TO THE REGISTER.
           MOVE SPACES TO TAX-SUMMARY-REC.
           WRITE TAX-SUMMARY-REC.
           MOVE "COLLECTED THIS RUN" TO TAX-SUMMARY-REC.
           WRITE TAX-SUMMARY-REC.
           PERFORM VARYING WS-STX-SUB FROM 1 BY 1
               UNTIL WS-STX-SUB > WS-STX-COUNT
               MOVE WS-STX-STATE(WS-STX-SUB)   TO TXS-STATE
               MOVE WS-STX-LEVEL(WS-STX-SUB)   TO TXS-LEVEL
               MOVE WS-STX-NAME(WS-STX-SUB)    TO TXS-NAME
               MOVE WS-STX-TAXABLE(WS-STX-SUB) TO TXS-TAXABLE
               MOVE WS-STX-TAX(WS-STX-SUB)     TO TXS-TAX
               MOVE WS-STX-EXEMPT(WS-STX-SUB)  TO TXS-EXEMPT
               WRITE TAX-SUMMARY-REC FROM WS-TAX-SUMMARY-LINE
           END-PERFORM.
      * THE CERT-BACKED DETAIL THE AUDITORS ASK FOR -- EVERY EXEMPT
      * SALE WITH THE CERTIFICATE NUMBER BEHIND IT.
           PERFORM VARYING WS-EXD-SUB FROM 1 BY 1
               UNTIL WS-EXD-SUB > WS-EXD-COUNT
               MOVE WS-EXD-STATE(WS-EXD-SUB)  TO EXD-STATE
               MOVE WS-EXD-LEVEL(WS-EXD-SUB)  TO EXD-LEVEL
               MOVE WS-EXD-NAME(WS-EXD-SUB)   TO EXD-NAME
               MOVE WS-EXD-CUST(WS-EXD-SUB)   TO EXD-CUST
               MOVE WS-EXD-CERT(WS-EXD-SUB)   TO EXD-CERT
               MOVE WS-EXD-AMOUNT(WS-EXD-SUB) TO EXD-AMOUNT
               WRITE TAX-SUMMARY-REC FROM WS-EXEMPT-DETAIL-LINE
           END-PERFORM.
           CLOSE TAX-SUMMARY-OUT.
           IF TXP-OVERFLOW
               DISPLAY "TAX PERIOD TABLE FULL - RUGTAXP NOT UPDATED, "
                   "RETURNS QUEUE KEPT"
           ELSE
               PERFORM 6150-REWRITE-TAX-PERIOD
               IF WS-TXA-COUNT > 0
                   OPEN OUTPUT TAX-ADJUST-IN
                   CLOSE TAX-ADJUST-IN
               END-IF
           END-IF.

       6105-LOAD-TAX-PERIOD.
           OPEN INPUT TAX-PERIOD-FILE.
           IF WS-TAX-PERIOD-STATUS = "00"
               READ TAX-PERIOD-FILE
               PERFORM UNTIL WS-TAX-PERIOD-STATUS > "00"
                          OR TXP-OVERFLOW
                   IF WS-TXP-COUNT >= 1000
                       MOVE "Y" TO WS-TXP-OVERFLOW-SW
                   ELSE
                       ADD 1 TO WS-TXP-COUNT
                       MOVE WS-TXP-COUNT TO WS-TXP-SUB
                       MOVE TP-PERIOD TO WS-TXP-PERIOD(WS-TXP-SUB)
                       MOVE TP-STATE  TO WS-TXP-STATE(WS-TXP-SUB)
                       MOVE TP-LEVEL  TO WS-TXP-LEVEL(WS-TXP-SUB)
                       MOVE TP-JURIS-NAME
                           TO WS-TXP-NAME(WS-TXP-SUB)
                       MOVE TP-LEVEL  TO WS-SEEK-LEVEL
                       PERFORM 6135-SET-LEVEL-RANK
                       MOVE WS-SEEK-RANK TO WS-TXP-RANK(WS-TXP-SUB)
                       MOVE TP-TAXABLE
                           TO WS-TXP-TAXABLE(WS-TXP-SUB)
                       MOVE TP-EXEMPT TO WS-TXP-EXEMPT(WS-TXP-SUB)
                       MOVE TP-TAX    TO WS-TXP-TAX(WS-TXP-SUB)
                       MOVE TP-RET-TAXABLE
                           TO WS-TXP-RET-TAXABLE(WS-TXP-SUB)
                       MOVE TP-RET-TAX
                           TO WS-TXP-RET-TAX(WS-TXP-SUB)
                       READ TAX-PERIOD-FILE
                   END-IF
               END-PERFORM
               CLOSE TAX-PERIOD-FILE
           END-IF.

      * FIND OR ADD THE CURRENT PERIOD'S ROW FOR WS-SEEK-STATE,
      * -LEVEL, AND -NAME.
       6130-FIND-PERIOD-ROW.
           MOVE "N" TO WS-TXP-FOUND-SW.
           PERFORM VARYING WS-TXP-SUB FROM 1 BY 1
               UNTIL WS-TXP-SUB > WS-TXP-COUNT
               IF WS-TXP-PERIOD(WS-TXP-SUB) = WS-TAX-PERIOD
                   AND WS-TXP-STATE(WS-TXP-SUB) = WS-SEEK-STATE
                   AND WS-TXP-LEVEL(WS-TXP-SUB) = WS-SEEK-LEVEL
                   AND WS-TXP-NAME(WS-TXP-SUB) = WS-SEEK-NAME
                   MOVE "Y" TO WS-TXP-FOUND-SW
                   MOVE WS-TXP-SUB TO WS-TXP-FOUND-SUB
                   MOVE WS-TXP-COUNT TO WS-TXP-SUB
               END-IF
           END-PERFORM.
           IF NOT TXP-FOUND
               IF WS-TXP-COUNT >= 1000
                   MOVE "Y" TO WS-TXP-OVERFLOW-SW
               ELSE
                   ADD 1 TO WS-TXP-COUNT
                   MOVE WS-TXP-COUNT TO WS-TXP-FOUND-SUB
                   MOVE WS-TAX-PERIOD
                       TO WS-TXP-PERIOD(WS-TXP-FOUND-SUB)
                   MOVE WS-SEEK-STATE
                       TO WS-TXP-STATE(WS-TXP-FOUND-SUB)
                   MOVE WS-SEEK-LEVEL
                       TO WS-TXP-LEVEL(WS-TXP-FOUND-SUB)
                   MOVE WS-SEEK-NAME
                       TO WS-TXP-NAME(WS-TXP-FOUND-SUB)
                   PERFORM 6135-SET-LEVEL-RANK
                   MOVE WS-SEEK-RANK
                       TO WS-TXP-RANK(WS-TXP-FOUND-SUB)
                   MOVE ZEROS TO WS-TXP-TAXABLE(WS-TXP-FOUND-SUB)
                                 WS-TXP-EXEMPT(WS-TXP-FOUND-SUB)
                                 WS-TXP-TAX(WS-TXP-FOUND-SUB)
                                 WS-TXP-RET-TAXABLE(WS-TXP-FOUND-SUB)
                                 WS-TXP-RET-TAX(WS-TXP-FOUND-SUB)
                   MOVE "Y" TO WS-TXP-FOUND-SW
               END-IF
           END-IF.

       6135-SET-LEVEL-RANK.
           EVALUATE WS-SEEK-LEVEL
               WHEN "S"   MOVE 1 TO WS-SEEK-RANK
               WHEN "C"   MOVE 2 TO WS-SEEK-RANK
               WHEN "T"   MOVE 3 TO WS-SEEK-RANK
               WHEN OTHER MOVE 4 TO WS-SEEK-RANK
           END-EVALUATE.

      * PERIOD, STATE, LEVEL, NAME -- SAME BUBBLE SORT PATTERN AS
      * HW16LRPT.
       6140-SORT-PERIOD-ROWS.
           PERFORM VARYING WS-TXP-SORT-SUB1 FROM 1 BY 1
               UNTIL WS-TXP-SORT-SUB1 >= WS-TXP-COUNT
               PERFORM VARYING WS-TXP-SORT-SUB2 FROM 1 BY 1
                   UNTIL WS-TXP-SORT-SUB2 >
                       WS-TXP-COUNT - WS-TXP-SORT-SUB1
                   IF WS-TXP-KEY(WS-TXP-SORT-SUB2)
                           > WS-TXP-KEY(WS-TXP-SORT-SUB2 + 1)
                       MOVE WS-TXP-ENTRY(WS-TXP-SORT-SUB2)
                           TO WS-TXP-SORT-HOLD
                       MOVE WS-TXP-ENTRY(WS-TXP-SORT-SUB2 + 1)
                           TO WS-TXP-ENTRY(WS-TXP-SORT-SUB2)
                       MOVE WS-TXP-SORT-HOLD
                           TO WS-TXP-ENTRY(WS-TXP-SORT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       6150-REWRITE-TAX-PERIOD.
           OPEN OUTPUT TAX-PERIOD-FILE.
           PERFORM VARYING WS-TXP-SUB FROM 1 BY 1
               UNTIL WS-TXP-SUB > WS-TXP-COUNT
               MOVE WS-TXP-PERIOD(WS-TXP-SUB)  TO TP-PERIOD
               MOVE WS-TXP-STATE(WS-TXP-SUB)   TO TP-STATE
               MOVE WS-TXP-LEVEL(WS-TXP-SUB)   TO TP-LEVEL
               MOVE WS-TXP-NAME(WS-TXP-SUB)    TO TP-JURIS-NAME
               MOVE WS-TXP-TAXABLE(WS-TXP-SUB) TO TP-TAXABLE
               MOVE WS-TXP-EXEMPT(WS-TXP-SUB)  TO TP-EXEMPT
               MOVE WS-TXP-TAX(WS-TXP-SUB)     TO TP-TAX
               MOVE WS-TXP-RET-TAXABLE(WS-TXP-SUB)
                   TO TP-RET-TAXABLE
               MOVE WS-TXP-RET-TAX(WS-TXP-SUB) TO TP-RET-TAX
               WRITE TAX-PERIOD-REC
           END-PERFORM.
           CLOSE TAX-PERIOD-FILE.

      * ONE LINE PER JURISDICTION FOR THE PERIOD, A TOTAL UNDER
      * EACH STATE, AND A GRAND TOTAL.  NET TAXABLE AND NET TAX DUE
      * ARE AFTER RETURNS.
       6160-WRITE-WORKSHEET-LINES.
           MOVE ZEROS TO WS-WKS-TOTALS.
           MOVE SPACES TO WS-WKS-PREV-STATE.
           PERFORM VARYING WS-TXP-SUB FROM 1 BY 1
               UNTIL WS-TXP-SUB > WS-TXP-COUNT
               IF WS-TXP-PERIOD(WS-TXP-SUB) = WS-TAX-PERIOD
                   IF WS-TXP-STATE(WS-TXP-SUB) NOT = WS-WKS-PREV-STATE
                       AND WS-WKS-PREV-STATE NOT = SPACES
                       PERFORM 6170-WRITE-STATE-TOTAL
                   END-IF
                   MOVE WS-TXP-STATE(WS-TXP-SUB) TO WS-WKS-PREV-STATE
                   COMPUTE WS-NET-TAXABLE
                       = WS-TXP-TAXABLE(WS-TXP-SUB)
                       - WS-TXP-RET-TAXABLE(WS-TXP-SUB)
                   COMPUTE WS-NET-TAX
                       = WS-TXP-TAX(WS-TXP-SUB)
                       - WS-TXP-RET-TAX(WS-TXP-SUB)
                   MOVE WS-TXP-STATE(WS-TXP-SUB) TO WKL-STATE
                   MOVE WS-TXP-LEVEL(WS-TXP-SUB) TO WKL-LEVEL
                   MOVE WS-TXP-NAME(WS-TXP-SUB)  TO WKL-NAME
                   MOVE WS-NET-TAXABLE           TO WKL-TAXABLE
                   MOVE WS-TXP-EXEMPT(WS-TXP-SUB) TO WKL-EXEMPT
                   MOVE WS-TXP-TAX(WS-TXP-SUB)   TO WKL-TAX
                   MOVE WS-TXP-RET-TAX(WS-TXP-SUB) TO WKL-RET-TAX
                   MOVE WS-NET-TAX               TO WKL-DUE
                   WRITE TAX-SUMMARY-REC FROM WS-WKS-LINE
                   ADD WS-NET-TAXABLE TO WS-WKS-ST-TAXABLE
                   ADD WS-TXP-EXEMPT(WS-TXP-SUB) TO WS-WKS-ST-EXEMPT
                   ADD WS-TXP-TAX(WS-TXP-SUB) TO WS-WKS-ST-TAX
                   ADD WS-TXP-RET-TAX(WS-TXP-SUB) TO WS-WKS-ST-RET-TAX
                   ADD WS-NET-TAX TO WS-WKS-ST-DUE
               END-IF
           END-PERFORM.
           IF WS-WKS-PREV-STATE NOT = SPACES
               PERFORM 6170-WRITE-STATE-TOTAL
           END-IF.
           MOVE SPACES            TO WKL-STATE WKL-LEVEL.
           MOVE "PERIOD TOTAL"    TO WKL-NAME.
           MOVE WS-WKS-GR-TAXABLE TO WKL-TAXABLE.
           MOVE WS-WKS-GR-EXEMPT  TO WKL-EXEMPT.
           MOVE WS-WKS-GR-TAX     TO WKL-TAX.
           MOVE WS-WKS-GR-RET-TAX TO WKL-RET-TAX.
           MOVE WS-WKS-GR-DUE     TO WKL-DUE.
           WRITE TAX-SUMMARY-REC FROM WS-WKS-LINE.

       6170-WRITE-STATE-TOTAL.
           MOVE WS-WKS-PREV-STATE TO WKL-STATE.
           MOVE "*"               TO WKL-LEVEL.
           MOVE "STATE TOTAL"     TO WKL-NAME.
           MOVE WS-WKS-ST-TAXABLE TO WKL-TAXABLE.
           MOVE WS-WKS-ST-EXEMPT  TO WKL-EXEMPT.
           MOVE WS-WKS-ST-TAX     TO WKL-TAX.
           MOVE WS-WKS-ST-RET-TAX TO WKL-RET-TAX.
           MOVE WS-WKS-ST-DUE     TO WKL-DUE.
           WRITE TAX-SUMMARY-REC FROM WS-WKS-LINE.
           ADD WS-WKS-ST-TAXABLE TO WS-WKS-GR-TAXABLE.
           ADD WS-WKS-ST-EXEMPT  TO WS-WKS-GR-EXEMPT.
           ADD WS-WKS-ST-TAX     TO WS-WKS-GR-TAX.
           ADD WS-WKS-ST-RET-TAX TO WS-WKS-GR-RET-TAX.
           ADD WS-WKS-ST-DUE     TO WS-WKS-GR-DUE.
           MOVE ZEROS TO WS-WKS-ST-TAXABLE WS-WKS-ST-EXEMPT
                         WS-WKS-ST-TAX WS-WKS-ST-RET-TAX
                         WS-WKS-ST-DUE.
