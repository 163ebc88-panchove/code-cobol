      ******************************************************************
      * FREIGHT-INVOICE
      * Freight billing off the leg ledger the coordinate batch
      * writes.  Two jobs, chosen by GPS_FREIGHT_JOB:
      *
      * INVOICE (default, month-end): every unbilled leg measured on
      * or before the end of the period (GPS_FREIGHT_PERIOD, AAAAMM;
      * default the month that just ended, as in the month-end
      * close) is grouped by the customer the batch line named, and
      * each customer gets one invoice: a number off the invoice
      * number register (one line holding the next number, issued
      * the way the calendar issues its reference numbers), the
      * customer's name, address and tax id from the customer
      * master, one line per leg, the subtotal, the tax at
      * GPS_FREIGHT_TAX_PCT percent (default the standard rate) and
      * the due date from the customer's payment terms.  Each
      * invoice goes to the print spool as its own member
      * (factura-NNNNNN), the legs are marked with the invoice that
      * took them, and the invoice lands in the invoice register
      * for accounting, which gets the run's register listing with
      * the totals.  Legs that cannot be billed stay unbilled and
      * are listed as exceptions at the foot of the register
      * listing: a leg with no tariff, a customer code not in the
      * master, a retired customer.  Any exception ends the run
      * with a warning.  Legs measured after the period end wait
      * for the next run; a leg a late batch adds to a period
      * already invoiced is taken by the next run, never lost.
      *
      * STATEMENT: the invoice register netted against the payments
      * file (one line per payment received: invoice number, date,
      * amount, reference; cumulative, maintained by accounting) as
      * of GPS_FREIGHT_ASOF (AAAAMMDD, default today).  Each
      * customer with a balance gets a statement of its open
      * invoices (edo-cuenta-<customer>) with the days past due and
      * the balance aged in the usual buckets, and accounting gets
      * the summary (edo-cuenta-resumen).  A payment against an
      * invoice the register does not have, or an unreadable
      * payment line, is listed and ends the run with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. freight-invoice.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
        FUNCTION ALL INTRINSIC.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT leg-file
                ASSIGN TO DYNAMIC WS-LEG-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS leg-key OF leg-rec
                FILE STATUS IS WS-FS-LEG.

            SELECT cust-file
                ASSIGN TO DYNAMIC WS-CUST-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS cust-key OF cust-rec
                FILE STATUS IS WS-FS-CUST.

            SELECT inv-file
                ASSIGN TO DYNAMIC WS-INV-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS inv-key OF inv-rec
                FILE STATUS IS WS-FS-INV.

            SELECT invnum-file
                ASSIGN TO DYNAMIC WS-INVNUM-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-INVNUM.

            SELECT payment-file
                ASSIGN TO DYNAMIC WS-PAY-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-PAY.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD leg-file.
        01 leg-rec.
           COPY "cpy/freight-leg-rec".

       FD cust-file.
        01 cust-rec.
           COPY "cpy/freight-cust-rec".

       FD inv-file.
        01 inv-rec.
           COPY "cpy/freight-inv-rec".

      *   the invoice number register: the next number to issue
       FD invnum-file.
        01 invnum-rec.
            05 invnum-next      PIC 9(06).

       FD payment-file.
        01 payment-rec.
            05 in-pay-invoice   PIC X(06).
            05 FILLER           PIC X.
            05 in-pay-date      PIC X(08).
            05 FILLER           PIC X.
            05 in-pay-amount    PIC X(12).
            05 FILLER           PIC X.
            05 in-pay-ref       PIC X(20).
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
       COPY "cpy/app-config".
       COPY "cpy/return-codes".
       COPY "cpy/print-spool".
      *   staged job-journal CALL arguments
       77 WS-JJ-JOB             PIC X(20) VALUE SPACES.
       77 WS-JJ-EVENT           PIC X(05) VALUE SPACES.
       77 WS-JJ-RC              PIC 9(04) VALUE ZERO.
      *   staged log-error CALL arguments
       77 WS-LOG-PROGRAM        PIC X(20) VALUE SPACES.
       77 WS-LOG-PARAGRAPH      PIC X(20) VALUE SPACES.
       77 WS-LOG-CODE           PIC 9(04) VALUE ZERO.
       77 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.
       77 WS-JOB                PIC X(09) VALUE SPACES.
        88 WS-JOB-STATEMENT     VALUE "STATEMENT" "statement".
       77 WS-LEG-PATH           PIC X(255) VALUE SPACES.
       77 WS-CUST-PATH          PIC X(255) VALUE SPACES.
       77 WS-INV-PATH           PIC X(255) VALUE SPACES.
       77 WS-INVNUM-PATH        PIC X(255) VALUE SPACES.
       77 WS-PAY-PATH           PIC X(255) VALUE SPACES.
       77 WS-FS-LEG             PIC X(02) VALUE "00".
           88 WS-FS-LEG-OK          VALUE "00" "02".
       77 WS-FS-CUST            PIC X(02) VALUE "00".
           88 WS-FS-CUST-OK         VALUE "00" "02".
       77 WS-FS-INV             PIC X(02) VALUE "00".
           88 WS-FS-INV-OK          VALUE "00" "02".
       77 WS-FS-INVNUM          PIC X(02) VALUE "00".
       77 WS-FS-PAY             PIC X(02) VALUE "00".
           88 WS-FS-PAY-OK          VALUE "00".
       77 WS-CUST-OPEN          PIC X(01) VALUE "N".
        88 WS-CUST-IS-OPEN      VALUE "Y".
       77 WS-EOF-LEG            PIC X(01) VALUE "N".
        88 EOF-leg-file         VALUE "Y".
       77 WS-EOF-INV            PIC X(01) VALUE "N".
        88 EOF-inv-file         VALUE "Y".
       77 WS-EOF-PAY            PIC X(01) VALUE "N".
        88 EOF-payment-file     VALUE "Y".
      *   period, tax rate and statement date, each overridable from
      *   the environment
       77 WS-PARM-TXT           PIC X(08) VALUE SPACES.
       77 WS-PERIOD             PIC X(06) VALUE SPACES.
       77 WS-PERIOD-TXT         PIC X(06) VALUE SPACES.
       77 WS-PERIOD-END         PIC 9(08) VALUE ZERO.
       77 WS-TAX-PCT            PIC 9(02)V99 VALUE ZERO.
       77 WS-ASOF-TXT           PIC X(08) VALUE SPACES.
       77 WS-ASOF               PIC 9(08) VALUE ZERO.
       77 WS-TODAY              PIC 9(08) VALUE ZERO.
       77 WS-YMD                PIC 9(08) VALUE ZERO.
       77 WS-DATE-INT           PIC 9(08) COMP VALUE ZERO.
       77 WS-DATE-TXT           PIC X(10) VALUE SPACES.
      *   the unbilled legs of the run, with what became of each:
      *   B billed, T no tariff, D customer not in the master,
      *   R retired customer
       77 WS-LEG-MAX            PIC 9(04) COMP VALUE 3000.
       77 WS-LEG-COUNT          PIC 9(04) COMP VALUE ZERO.
       77 WS-LEG-DROPPED        PIC 9(05) VALUE ZERO.
       01 WS-LEG-TABLE.
           05 WS-LG-ENTRY OCCURS 3000 TIMES.
               10 WS-LG-KEY.
                   15 WS-LG-DATE        PIC 9(08).
                   15 WS-LG-TIME        PIC 9(06).
                   15 WS-LG-LINE        PIC 9(07).
               10 WS-LG-CUST        PIC X(08).
               10 WS-LG-COST        PIC S9(09)V99.
               10 WS-LG-STATE       PIC X(01).
                   88 WS-LG-BILLABLE    VALUE "B".
                   88 WS-LG-NO-TARIFF   VALUE "T".
                   88 WS-LG-UNKNOWN     VALUE "D".
                   88 WS-LG-RETIRED     VALUE "R".
       77 WS-LI                 PIC 9(04) COMP VALUE ZERO.
      *   the customers the billable legs name, in code order
       77 WS-CU-MAX             PIC 9(04) COMP VALUE 500.
       77 WS-CU-COUNT           PIC 9(04) COMP VALUE ZERO.
       01 WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 500 TIMES.
               10 WS-CU-CODE        PIC X(08).
       01 WS-CU-SWAP            PIC X(08) VALUE SPACES.
       77 WS-CI                 PIC 9(04) COMP VALUE ZERO.
       77 WS-CJ                 PIC 9(04) COMP VALUE ZERO.
       77 WS-CU-FOUND           PIC X(01) VALUE "N".
        88 WS-CU-IS-FOUND       VALUE "Y".
      *   the invoice being issued
       77 WS-INV-NUMBER         PIC 9(06) VALUE ZERO.
       77 WS-INV-LEGS           PIC 9(05) VALUE ZERO.
       77 WS-INV-KMS            PIC 9(07)V9(03) VALUE ZERO.
       77 WS-INV-SUBTOTAL       PIC S9(09)V99 VALUE ZERO.
       77 WS-INV-TAX            PIC S9(09)V99 VALUE ZERO.
       77 WS-INV-TOTAL          PIC S9(09)V99 VALUE ZERO.
       77 WS-INV-DUE            PIC 9(08) VALUE ZERO.
       77 WS-FIRST-INV          PIC 9(06) VALUE ZERO.
       77 WS-LAST-INV           PIC 9(06) VALUE ZERO.
       77 WS-ROUTE-TXT          PIC X(60) VALUE SPACES.
       77 WS-REASON-TXT         PIC X(24) VALUE SPACES.
      *   run totals for the register listing
       77 WS-TOT-INVOICES       PIC 9(05) VALUE ZERO.
       77 WS-TOT-LEGS           PIC 9(06) VALUE ZERO.
       77 WS-TOT-KMS            PIC 9(08)V9(03) VALUE ZERO.
       77 WS-TOT-SUBTOTAL       PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-TAX            PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-TOTAL          PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-EXCEPTIONS     PIC 9(05) VALUE ZERO.
      *   payments received, summed per invoice
       77 WS-PY-MAX             PIC 9(04) COMP VALUE 2000.
       77 WS-PY-COUNT           PIC 9(04) COMP VALUE ZERO.
       77 WS-PY-DROPPED         PIC 9(05) VALUE ZERO.
       01 WS-PY-TABLE.
           05 WS-PY-ENTRY OCCURS 2000 TIMES.
               10 WS-PY-INVOICE     PIC 9(06).
               10 WS-PY-PAID        PIC S9(09)V99.
               10 WS-PY-MATCHED     PIC X(01).
       77 WS-PI                 PIC 9(04) COMP VALUE ZERO.
       77 WS-PAY-AMOUNT         PIC S9(09)V99 VALUE ZERO.
       77 WS-PAY-BAD            PIC 9(05) VALUE ZERO.
       77 WS-PAY-UNMATCHED      PIC 9(05) VALUE ZERO.
       77 WS-PAY-LATER          PIC 9(05) VALUE ZERO.
      *   open invoices, put in customer and number order
       77 WS-OI-MAX             PIC 9(04) COMP VALUE 2000.
       77 WS-OI-COUNT           PIC 9(04) COMP VALUE ZERO.
       77 WS-OI-DROPPED         PIC 9(05) VALUE ZERO.
       01 WS-OI-TABLE.
           05 WS-OI-ENTRY OCCURS 2000 TIMES.
               10 WS-OI-KEY.
                   15 WS-OI-CUST        PIC X(08).
                   15 WS-OI-NUMBER      PIC 9(06).
               10 WS-OI-DATE        PIC 9(08).
               10 WS-OI-DUE         PIC 9(08).
               10 WS-OI-TOTAL       PIC S9(09)V99.
               10 WS-OI-PAID        PIC S9(09)V99.
               10 WS-OI-BALANCE     PIC S9(09)V99.
       01 WS-OI-SWAP            PIC X(63) VALUE SPACES.
       77 WS-OI                 PIC 9(04) COMP VALUE ZERO.
       77 WS-OJ                 PIC 9(04) COMP VALUE ZERO.
       77 WS-OI-FIRST           PIC 9(04) COMP VALUE ZERO.
       77 WS-OI-LAST            PIC 9(04) COMP VALUE ZERO.
       77 WS-OVERPAID           PIC 9(05) VALUE ZERO.
       77 WS-DAYS-LATE          PIC S9(05) VALUE ZERO.
       77 WS-BUCKET             PIC 9(01) VALUE ZERO.
      *   aging: current, 1-30, 31-60, 61-90 and over 90 days past
      *   due; one set per customer and one for the whole register
       01 WS-AGE-CUST.
           05 WS-AGE-C          PIC S9(11)V99 OCCURS 5 TIMES.
       01 WS-AGE-ALL.
           05 WS-AGE-A          PIC S9(11)V99 OCCURS 5 TIMES.
       77 WS-AI                 PIC 9(01) VALUE ZERO.
       77 WS-CUST-BALANCE       PIC S9(11)V99 VALUE ZERO.
       77 WS-ALL-BALANCE        PIC S9(11)V99 VALUE ZERO.
       77 WS-STM-CUSTOMERS      PIC 9(05) VALUE ZERO.
       77 WS-STM-INVOICES       PIC 9(05) VALUE ZERO.
       77 WS-COUNT-DISP         PIC ZZ,ZZ9 VALUE ZERO.
       77 WS-LINE-DISP          PIC Z(06)9 VALUE ZERO.
       77 WS-DAYS-DISP          PIC -(4)9 VALUE ZERO.
       77 WS-KM-DISP            PIC Z,ZZZ,ZZ9.999 VALUE ZERO.
       77 WS-AMT-DISP           PIC ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
       77 WS-BIG-DISP           PIC ZZ,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
       77 WS-PCT-DISP           PIC Z9.99 VALUE ZERO.
       77 WS-REPORT-LINE        PIC X(132) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       A0100-MAIN.
            ACCEPT WS-JOB FROM ENVIRONMENT "GPS_FREIGHT_JOB".
            IF WS-JOB-STATEMENT
                MOVE "freight-invoice-STM" TO WS-JJ-JOB
            ELSE
                MOVE "freight-invoice-INV" TO WS-JJ-JOB
            END-IF.
            MOVE "START" TO WS-JJ-EVENT.
            MOVE ZERO TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            PERFORM A0150-READ-PARAMETERS.
            IF WS-JOB-STATEMENT
                PERFORM A0600-STATEMENT-JOB
            ELSE
                PERFORM A0200-INVOICE-JOB
            END-IF.
            PERFORM A0900-END-JOURNAL.
            GOBACK.
      *-----------------------------------------------------------------
       A0900-END-JOURNAL.
            MOVE "END" TO WS-JJ-EVENT.
            MOVE RETURN-CODE TO WS-JJ-RC.
            CALL "job-journal" USING WS-JJ-JOB, WS-JJ-EVENT,
                WS-JJ-RC.
            EXIT.
      *-----------------------------------------------------------------
       A0150-READ-PARAMETERS.
            ACCEPT WS-LEG-PATH FROM ENVIRONMENT "GPS_FREIGHT_LEGS".
            IF WS-LEG-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-FRT-LEGS TO WS-LEG-PATH
            END-IF.
            ACCEPT WS-CUST-PATH FROM ENVIRONMENT "GPS_CUSTOMERS_FILE".
            IF WS-CUST-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-CUSTOMERS TO WS-CUST-PATH
            END-IF.
            ACCEPT WS-INV-PATH FROM ENVIRONMENT "GPS_FREIGHT_INVOICES".
            IF WS-INV-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-FRT-INVOICES TO WS-INV-PATH
            END-IF.
            ACCEPT WS-INVNUM-PATH FROM ENVIRONMENT "GPS_FREIGHT_INVNUM".
            IF WS-INVNUM-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-FRT-INVNUM TO WS-INVNUM-PATH
            END-IF.
            ACCEPT WS-PAY-PATH FROM ENVIRONMENT "GPS_FREIGHT_PAYMENTS".
            IF WS-PAY-PATH = SPACES
                MOVE CFG-DEFAULT-GPS-FRT-PAYMENTS TO WS-PAY-PATH
            END-IF.
            MOVE CFG-DEFAULT-GPS-FRT-TAX-PCT TO WS-TAX-PCT.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT "GPS_FREIGHT_TAX_PCT".
            IF WS-PARM-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-PARM-TXT) = ZERO
                COMPUTE WS-TAX-PCT = FUNCTION NUMVAL(WS-PARM-TXT)
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            ACCEPT WS-PERIOD-TXT FROM ENVIRONMENT "GPS_FREIGHT_PERIOD".
            IF WS-PERIOD-TXT IS NUMERIC
                MOVE WS-PERIOD-TXT TO WS-PERIOD
            ELSE
      *         the first of this month minus one day lands in the
      *         month that just ended, as in the CLOSE job
                COMPUTE WS-YMD = WS-TODAY - FUNCTION MOD
                    (WS-TODAY, 100) + 1
                COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-YMD) - 1
                COMPUTE WS-YMD =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                MOVE WS-YMD(1:6) TO WS-PERIOD
            END-IF.
      *     the period ends the day before the first of the next
      *     month; 31 days past the first always lands in it
            MOVE WS-PERIOD TO WS-YMD(1:6).
            MOVE "01" TO WS-YMD(7:2).
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-YMD) + 31.
            COMPUTE WS-YMD = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
            MOVE "01" TO WS-YMD(7:2).
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-YMD) - 1.
            COMPUTE WS-PERIOD-END =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
            ACCEPT WS-ASOF-TXT FROM ENVIRONMENT "GPS_FREIGHT_ASOF".
            IF WS-ASOF-TXT IS NUMERIC
                MOVE WS-ASOF-TXT TO WS-ASOF
            ELSE
                MOVE WS-TODAY TO WS-ASOF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The month-end job: the unbilled legs of the period, one
      *   invoice per customer, then the register listing.
       A0200-INVOICE-JOB.
            OPEN I-O leg-file.
            IF NOT WS-FS-LEG-OK
                DISPLAY "No se pudo abrir el libro de tramos, estado: "
                    WS-FS-LEG
                MOVE "freight-invoice" TO WS-LOG-PROGRAM
                MOVE "A0200-INVOICE-JOB" TO WS-LOG-PARAGRAPH
                MOVE RC-ERROR TO WS-LOG-CODE
                MOVE "No se pudo abrir el libro de tramos de flete"
                    TO WS-LOG-MESSAGE
                CALL "log-error" USING WS-LOG-PROGRAM,
                    WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
                MOVE RC-ERROR TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT cust-file.
            IF WS-FS-CUST-OK
                SET WS-CUST-IS-OPEN TO TRUE
            ELSE
                DISPLAY "Maestro de clientes no disponible, estado: "
                    WS-FS-CUST
            END-IF.
      *     the register is created on the first run
            OPEN I-O inv-file.
            IF NOT WS-FS-INV-OK
                OPEN OUTPUT inv-file
                CLOSE inv-file
                OPEN I-O inv-file
            END-IF.
            IF NOT WS-FS-INV-OK
                DISPLAY "No se pudo abrir el registro de facturas, "
                    "estado: " WS-FS-INV
                MOVE "freight-invoice" TO WS-LOG-PROGRAM
                MOVE "A0200-INVOICE-JOB" TO WS-LOG-PARAGRAPH
                MOVE RC-ERROR TO WS-LOG-CODE
                MOVE "No se pudo abrir el registro de facturas"
                    TO WS-LOG-MESSAGE
                CALL "log-error" USING WS-LOG-PROGRAM,
                    WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
                MOVE RC-ERROR TO RETURN-CODE
                CLOSE leg-file
                IF WS-CUST-IS-OPEN
                    CLOSE cust-file
                END-IF
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0210-LOAD-LEGS.
            PERFORM A0250-SORT-CUSTOMERS.
            PERFORM VARYING WS-CI FROM 1 BY 1
                    UNTIL WS-CI > WS-CU-COUNT
                PERFORM A0300-BILL-CUSTOMER
            END-PERFORM.
            PERFORM A0500-REGISTER-LISTING.
            CLOSE leg-file.
            CLOSE inv-file.
            IF WS-CUST-IS-OPEN
                CLOSE cust-file
            END-IF.
            MOVE WS-LEG-COUNT TO WS-COUNT-DISP.
            DISPLAY "Tramos por facturar : " WS-COUNT-DISP.
            MOVE WS-TOT-INVOICES TO WS-COUNT-DISP.
            DISPLAY "Facturas emitidas   : " WS-COUNT-DISP.
            MOVE WS-TOT-EXCEPTIONS TO WS-COUNT-DISP.
            DISPLAY "Excepciones         : " WS-COUNT-DISP.
            IF WS-TOT-EXCEPTIONS > ZERO OR WS-LEG-DROPPED > ZERO
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Every unbilled leg measured by the period end, in ledger
      *   order.  A leg with no tariff is an exception from the
      *   start; the others are billable until their customer is
      *   looked up.
       A0210-LOAD-LEGS.
            MOVE LOW-VALUES TO leg-key OF leg-rec.
            START leg-file KEY IS GREATER THAN leg-key OF leg-rec
                INVALID KEY SET EOF-leg-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-leg-file
                READ leg-file NEXT RECORD
                    AT END SET EOF-leg-file TO TRUE
                END-READ
                IF NOT EOF-leg-file
                   AND leg-unbilled OF leg-rec
                   AND leg-batch-date OF leg-rec <= WS-PERIOD-END
                    PERFORM A0220-KEEP-LEG
                END-IF
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
       A0220-KEEP-LEG.
            IF WS-LEG-COUNT >= WS-LEG-MAX
                ADD 1 TO WS-LEG-DROPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-LEG-COUNT.
            MOVE leg-key OF leg-rec TO WS-LG-KEY(WS-LEG-COUNT).
            MOVE leg-cust-code OF leg-rec TO WS-LG-CUST(WS-LEG-COUNT).
            MOVE leg-cost OF leg-rec TO WS-LG-COST(WS-LEG-COUNT).
            IF leg-cost OF leg-rec NOT > ZERO
                SET WS-LG-NO-TARIFF(WS-LEG-COUNT) TO TRUE
                ADD 1 TO WS-TOT-EXCEPTIONS
                EXIT PARAGRAPH
            END-IF.
            SET WS-LG-BILLABLE(WS-LEG-COUNT) TO TRUE.
            MOVE "N" TO WS-CU-FOUND.
            PERFORM VARYING WS-CJ FROM 1 BY 1
                    UNTIL WS-CJ > WS-CU-COUNT OR WS-CU-IS-FOUND
                IF WS-CU-CODE(WS-CJ) = leg-cust-code OF leg-rec
                    SET WS-CU-IS-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF NOT WS-CU-IS-FOUND
                IF WS-CU-COUNT < WS-CU-MAX
                    ADD 1 TO WS-CU-COUNT
                    MOVE leg-cust-code OF leg-rec
                        TO WS-CU-CODE(WS-CU-COUNT)
                ELSE
      *             no room for another customer this run; the leg
      *             waits for the next one
                    SUBTRACT 1 FROM WS-LEG-COUNT
                    ADD 1 TO WS-LEG-DROPPED
                END-IF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The customers are few; a plain exchange sort puts them in
      *   code order so the invoice numbers run in that order.
       A0250-SORT-CUSTOMERS.
            PERFORM VARYING WS-CI FROM 1 BY 1
                    UNTIL WS-CI >= WS-CU-COUNT
                PERFORM VARYING WS-CJ FROM WS-CI BY 1
                        UNTIL WS-CJ > WS-CU-COUNT
                    IF WS-CU-CODE(WS-CJ) < WS-CU-CODE(WS-CI)
                        MOVE WS-CU-CODE(WS-CI) TO WS-CU-SWAP
                        MOVE WS-CU-CODE(WS-CJ) TO WS-CU-CODE(WS-CI)
                        MOVE WS-CU-SWAP TO WS-CU-CODE(WS-CJ)
                    END-IF
                END-PERFORM
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   Customer WS-CI: looked up in the master; an unknown or
      *   retired customer turns its legs into exceptions, any other
      *   gets its invoice.
       A0300-BILL-CUSTOMER.
            MOVE WS-CU-CODE(WS-CI) TO cust-code OF cust-rec.
            IF WS-CUST-IS-OPEN
                READ cust-file
                    INVALID KEY MOVE "23" TO WS-FS-CUST
                END-READ
            ELSE
                MOVE "23" TO WS-FS-CUST
            END-IF.
            IF NOT WS-FS-CUST-OK OR cust-is-retired OF cust-rec
                PERFORM VARYING WS-LI FROM 1 BY 1
                        UNTIL WS-LI > WS-LEG-COUNT
                    IF WS-LG-BILLABLE(WS-LI)
                       AND WS-LG-CUST(WS-LI) = WS-CU-CODE(WS-CI)
                        IF WS-FS-CUST-OK
                            SET WS-LG-RETIRED(WS-LI) TO TRUE
                        ELSE
                            SET WS-LG-UNKNOWN(WS-LI) TO TRUE
                        END-IF
                        ADD 1 TO WS-TOT-EXCEPTIONS
                    END-IF
                END-PERFORM
                EXIT PARAGRAPH
            END-IF.
            PERFORM A0310-ISSUE-NUMBER.
            MOVE ZERO TO WS-INV-LEGS WS-INV-KMS WS-INV-SUBTOTAL.
            COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
                + cust-terms OF cust-rec.
            COMPUTE WS-INV-DUE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
            PERFORM A0320-INVOICE-HEADER.
            PERFORM VARYING WS-LI FROM 1 BY 1
                    UNTIL WS-LI > WS-LEG-COUNT
                IF WS-LG-BILLABLE(WS-LI)
                   AND WS-LG-CUST(WS-LI) = WS-CU-CODE(WS-CI)
                    PERFORM A0330-INVOICE-LEG
                END-IF
            END-PERFORM.
            COMPUTE WS-INV-TAX ROUNDED =
                WS-INV-SUBTOTAL * WS-TAX-PCT / 100.
            COMPUTE WS-INV-TOTAL = WS-INV-SUBTOTAL + WS-INV-TAX.
            PERFORM A0340-INVOICE-FOOTER.
            MOVE WS-INV-NUMBER TO inv-number OF inv-rec.
            MOVE WS-TODAY TO inv-date OF inv-rec.
            MOVE WS-PERIOD TO inv-period OF inv-rec.
            MOVE WS-CU-CODE(WS-CI) TO inv-cust-code OF inv-rec.
            MOVE WS-INV-LEGS TO inv-legs OF inv-rec.
            MOVE WS-INV-KMS TO inv-kms OF inv-rec.
            MOVE WS-INV-SUBTOTAL TO inv-subtotal OF inv-rec.
            MOVE WS-TAX-PCT TO inv-tax-pct OF inv-rec.
            MOVE WS-INV-TAX TO inv-tax OF inv-rec.
            MOVE WS-INV-TOTAL TO inv-total OF inv-rec.
            MOVE WS-INV-DUE TO inv-due-date OF inv-rec.
            WRITE inv-rec
                INVALID KEY
      *             a number the register already holds means the
      *             number register was set back by hand
                    DISPLAY "Factura ya registrada: " WS-INV-NUMBER
                    MOVE "freight-invoice" TO WS-LOG-PROGRAM
                    MOVE "A0300-BILL-CUSTOMER" TO WS-LOG-PARAGRAPH
                    MOVE RC-ERROR TO WS-LOG-CODE
                    MOVE "Numero de factura repetido en el registro"
                        TO WS-LOG-MESSAGE
                    CALL "log-error" USING WS-LOG-PROGRAM,
                        WS-LOG-PARAGRAPH, WS-LOG-CODE, WS-LOG-MESSAGE
                    MOVE RC-ERROR TO RETURN-CODE
            END-WRITE.
            IF WS-FIRST-INV = ZERO
                MOVE WS-INV-NUMBER TO WS-FIRST-INV
            END-IF.
            MOVE WS-INV-NUMBER TO WS-LAST-INV.
            ADD 1 TO WS-TOT-INVOICES.
            ADD WS-INV-LEGS TO WS-TOT-LEGS.
            ADD WS-INV-KMS TO WS-TOT-KMS.
            ADD WS-INV-SUBTOTAL TO WS-TOT-SUBTOTAL.
            ADD WS-INV-TAX TO WS-TOT-TAX.
            ADD WS-INV-TOTAL TO WS-TOT-TOTAL.
            EXIT.
      *-----------------------------------------------------------------
      *   The invoice number register: one line holding the next
      *   number to issue, read, bumped and rewritten per invoice.
      *   A missing register starts the numbering at 1.
       A0310-ISSUE-NUMBER.
            MOVE 1 TO WS-INV-NUMBER.
            OPEN INPUT invnum-file.
            IF WS-FS-INVNUM = "00"
                READ invnum-file
                    AT END CONTINUE
                    NOT AT END
                        IF invnum-next IS NUMERIC
                           AND invnum-next > ZERO
                            MOVE invnum-next TO WS-INV-NUMBER
                        END-IF
                END-READ
                CLOSE invnum-file
            END-IF.
            OPEN OUTPUT invnum-file.
            IF WS-FS-INVNUM = "00"
                COMPUTE invnum-next = WS-INV-NUMBER + 1
                WRITE invnum-rec
                CLOSE invnum-file
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
       A0320-INVOICE-HEADER.
            SET lk-spool-op-open TO TRUE.
            MOVE SPACES TO lk-spool-name.
            STRING "factura-" WS-INV-NUMBER
                DELIMITED BY SIZE INTO lk-spool-name
            END-STRING.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE WS-TODAY TO WS-YMD.
            PERFORM A0950-FORMAT-DATE.
            STRING "FACTURA DE FLETE No. " WS-INV-NUMBER
                "          Fecha: " WS-DATE-TXT
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            STRING "Periodo facturado: " WS-PERIOD(5:2) "/"
                WS-PERIOD(1:4)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            STRING "Cliente  : " cust-code OF cust-rec "  "
                cust-name OF cust-rec
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            STRING "Direccion: " cust-address OF cust-rec
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            STRING "           " cust-city OF cust-rec
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            STRING "RIF      : " cust-tax-id OF cust-rec
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE "Fecha" TO WS-REPORT-LINE(1:10).
            MOVE "Recorrido" TO WS-REPORT-LINE(13:60).
            MOVE "Km" TO WS-REPORT-LINE(84:2).
            MOVE "Importe" TO WS-REPORT-LINE(95:7).
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE ALL "-" TO WS-REPORT-LINE(1:101).
            PERFORM A0700-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   Leg WS-LI onto the invoice, then marked with it in the
      *   ledger so no later run bills it again.
       A0330-INVOICE-LEG.
            MOVE WS-LG-KEY(WS-LI) TO leg-key OF leg-rec.
            READ leg-file
                INVALID KEY
                    DISPLAY "Tramo no encontrado: " WS-LG-KEY(WS-LI)
                    EXIT PARAGRAPH
            END-READ.
            MOVE SPACES TO WS-ROUTE-TXT.
            STRING FUNCTION TRIM(leg-from-code OF leg-rec) " "
                FUNCTION TRIM(leg-from-name OF leg-rec) " -> "
                FUNCTION TRIM(leg-to-code OF leg-rec) " "
                FUNCTION TRIM(leg-to-name OF leg-rec)
                DELIMITED BY SIZE INTO WS-ROUTE-TXT
            END-STRING.
            MOVE leg-batch-date OF leg-rec TO WS-YMD.
            PERFORM A0950-FORMAT-DATE.
            MOVE WS-DATE-TXT TO WS-REPORT-LINE(1:10).
            MOVE FUNCTION TRIM(WS-ROUTE-TXT LEADING)
                TO WS-REPORT-LINE(13:60).
            MOVE leg-kms OF leg-rec TO WS-KM-DISP.
            MOVE WS-KM-DISP TO WS-REPORT-LINE(74:13).
            MOVE leg-cost OF leg-rec TO WS-AMT-DISP.
            MOVE WS-AMT-DISP TO WS-REPORT-LINE(88:15).
            IF leg-is-approx OF leg-rec
                MOVE "(aprox.)" TO WS-REPORT-LINE(104:8)
            END-IF.
            PERFORM A0700-SPOOL-ONE-LINE.
            ADD 1 TO WS-INV-LEGS.
            ADD leg-kms OF leg-rec TO WS-INV-KMS.
            ADD leg-cost OF leg-rec TO WS-INV-SUBTOTAL.
            MOVE WS-INV-NUMBER TO leg-invoice OF leg-rec.
            REWRITE leg-rec
                INVALID KEY
                    DISPLAY "No se pudo marcar el tramo: "
                        WS-LG-KEY(WS-LI)
            END-REWRITE.
            EXIT.
      *-----------------------------------------------------------------
       A0340-INVOICE-FOOTER.
            MOVE ALL "-" TO WS-REPORT-LINE(1:101).
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE WS-INV-LEGS TO WS-COUNT-DISP.
            STRING "Tramos: " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            MOVE WS-INV-KMS TO WS-KM-DISP.
            MOVE WS-KM-DISP TO WS-REPORT-LINE(74:13).
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE "Subtotal" TO WS-REPORT-LINE(60:20).
            MOVE WS-INV-SUBTOTAL TO WS-AMT-DISP.
            MOVE WS-AMT-DISP TO WS-REPORT-LINE(88:15).
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE WS-TAX-PCT TO WS-PCT-DISP.
            STRING "IVA " WS-PCT-DISP " %"
                DELIMITED BY SIZE INTO WS-REPORT-LINE(60:20)
            END-STRING.
            MOVE WS-INV-TAX TO WS-AMT-DISP.
            MOVE WS-AMT-DISP TO WS-REPORT-LINE(88:15).
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE "TOTAL A PAGAR" TO WS-REPORT-LINE(60:20).
            MOVE WS-INV-TOTAL TO WS-AMT-DISP.
            MOVE WS-AMT-DISP TO WS-REPORT-LINE(88:15).
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE WS-INV-DUE TO WS-YMD.
            PERFORM A0950-FORMAT-DATE.
            MOVE cust-terms OF cust-rec TO WS-DAYS-DISP.
            STRING "Condiciones: " FUNCTION TRIM(WS-DAYS-DISP)
                " dias.  Vence el " WS-DATE-TXT
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            EXIT.
      *-----------------------------------------------------------------
      *   The run's invoices out of the register, with the totals for
      *   accounting, then the legs left unbilled and why.
       A0500-REGISTER-LISTING.
            SET lk-spool-op-open TO TRUE.
            MOVE "registro-facturas" TO lk-spool-name.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "REGISTRO DE FACTURAS DE FLETE - periodo "
                WS-PERIOD(5:2) "/" WS-PERIOD(1:4)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE WS-PERIOD-END TO WS-YMD.
            PERFORM A0950-FORMAT-DATE.
            STRING "Tramos medidos hasta el " WS-DATE-TXT
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE "Factura" TO WS-REPORT-LINE(1:7).
            MOVE "Cliente" TO WS-REPORT-LINE(10:7).
            MOVE "Tramos" TO WS-REPORT-LINE(20:6).
            MOVE "Km" TO WS-REPORT-LINE(38:2).
            MOVE "Subtotal" TO WS-REPORT-LINE(48:8).
            MOVE "IVA" TO WS-REPORT-LINE(70:3).
            MOVE "Total" TO WS-REPORT-LINE(86:5).
            MOVE "Vence" TO WS-REPORT-LINE(93:5).
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE ALL "-" TO WS-REPORT-LINE(1:102).
            PERFORM A0700-SPOOL-ONE-LINE.
            IF WS-TOT-INVOICES = ZERO
                MOVE "Sin facturas emitidas en esta corrida."
                    TO WS-REPORT-LINE
                PERFORM A0700-SPOOL-ONE-LINE
            ELSE
                MOVE "N" TO WS-EOF-INV
                MOVE WS-FIRST-INV TO inv-number OF inv-rec
                START inv-file KEY IS NOT LESS THAN inv-key OF inv-rec
                    INVALID KEY SET EOF-inv-file TO TRUE
                END-START
                PERFORM UNTIL EOF-inv-file
                    READ inv-file NEXT RECORD
                        AT END SET EOF-inv-file TO TRUE
                    END-READ
                    IF NOT EOF-inv-file
                        IF inv-number OF inv-rec > WS-LAST-INV
                            SET EOF-inv-file TO TRUE
                        ELSE
                            PERFORM A0510-REGISTER-LINE
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.
            MOVE ALL "-" TO WS-REPORT-LINE(1:102).
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE WS-TOT-INVOICES TO WS-COUNT-DISP.
            STRING "Facturas: " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE "Subtotal" TO WS-REPORT-LINE(1:20).
            MOVE WS-TOT-SUBTOTAL TO WS-BIG-DISP.
            MOVE WS-BIG-DISP TO WS-REPORT-LINE(21:18).
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE "IVA" TO WS-REPORT-LINE(1:20).
            MOVE WS-TOT-TAX TO WS-BIG-DISP.
            MOVE WS-BIG-DISP TO WS-REPORT-LINE(21:18).
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE "Total facturado" TO WS-REPORT-LINE(1:20).
            MOVE WS-TOT-TOTAL TO WS-BIG-DISP.
            MOVE WS-BIG-DISP TO WS-REPORT-LINE(21:18).
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE "TRAMOS NO FACTURADOS" TO WS-REPORT-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            IF WS-TOT-EXCEPTIONS = ZERO AND WS-LEG-DROPPED = ZERO
                MOVE "Ninguno." TO WS-REPORT-LINE
                PERFORM A0700-SPOOL-ONE-LINE
            END-IF.
            PERFORM VARYING WS-LI FROM 1 BY 1
                    UNTIL WS-LI > WS-LEG-COUNT
                IF NOT WS-LG-BILLABLE(WS-LI)
                    PERFORM A0520-EXCEPTION-LINE
                END-IF
            END-PERFORM.
            IF WS-LEG-DROPPED > ZERO
                MOVE WS-LEG-DROPPED TO WS-COUNT-DISP
                STRING WS-COUNT-DISP " tramos mas quedan para la "
                    "proxima corrida (tabla llena)"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                END-STRING
                PERFORM A0700-SPOOL-ONE-LINE
            END-IF.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            EXIT.
      *-----------------------------------------------------------------
       A0510-REGISTER-LINE.
            MOVE inv-number OF inv-rec TO WS-REPORT-LINE(1:6).
            MOVE inv-cust-code OF inv-rec TO WS-REPORT-LINE(10:8).
            MOVE inv-legs OF inv-rec TO WS-COUNT-DISP.
            MOVE WS-COUNT-DISP TO WS-REPORT-LINE(20:6).
            MOVE inv-kms OF inv-rec TO WS-KM-DISP.
            MOVE WS-KM-DISP TO WS-REPORT-LINE(27:13).
            MOVE inv-subtotal OF inv-rec TO WS-AMT-DISP.
            MOVE WS-AMT-DISP TO WS-REPORT-LINE(41:15).
            MOVE inv-tax OF inv-rec TO WS-AMT-DISP.
            MOVE WS-AMT-DISP TO WS-REPORT-LINE(58:15).
            MOVE inv-total OF inv-rec TO WS-AMT-DISP.
            MOVE WS-AMT-DISP TO WS-REPORT-LINE(76:15).
            MOVE inv-due-date OF inv-rec TO WS-YMD.
            PERFORM A0950-FORMAT-DATE.
            MOVE WS-DATE-TXT TO WS-REPORT-LINE(93:10).
            PERFORM A0700-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
       A0520-EXCEPTION-LINE.
            EVALUATE TRUE
                WHEN WS-LG-NO-TARIFF(WS-LI)
                    MOVE "SIN TARIFA" TO WS-REASON-TXT
                WHEN WS-LG-UNKNOWN(WS-LI)
                    MOVE "CLIENTE DESCONOCIDO" TO WS-REASON-TXT
                WHEN OTHER
                    MOVE "CLIENTE RETIRADO" TO WS-REASON-TXT
            END-EVALUATE.
            MOVE WS-LG-DATE(WS-LI) TO WS-YMD.
            PERFORM A0950-FORMAT-DATE.
            MOVE WS-LG-LINE(WS-LI) TO WS-LINE-DISP.
            STRING "Lote " WS-DATE-TXT " " WS-LG-TIME(WS-LI)
                "  linea " WS-LINE-DISP
                "  cliente " WS-LG-CUST(WS-LI) "  "
                WS-REASON-TXT
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   The statement job: payments summed per invoice, the
      *   register netted against them, and a statement for every
      *   customer with an open balance.
       A0600-STATEMENT-JOB.
            PERFORM A0610-LOAD-PAYMENTS.
            OPEN INPUT inv-file.
            IF NOT WS-FS-INV-OK
                DISPLAY "Sin registro de facturas, estado: " WS-FS-INV
                MOVE RC-WARNING TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO inv-key OF inv-rec.
            START inv-file KEY IS GREATER THAN inv-key OF inv-rec
                INVALID KEY SET EOF-inv-file TO TRUE
            END-START.
            PERFORM UNTIL EOF-inv-file
                READ inv-file NEXT RECORD
                    AT END SET EOF-inv-file TO TRUE
                END-READ
                IF NOT EOF-inv-file
                   AND inv-date OF inv-rec <= WS-ASOF
                    PERFORM A0630-NET-INVOICE
                END-IF
            END-PERFORM.
            CLOSE inv-file.
            PERFORM VARYING WS-PI FROM 1 BY 1
                    UNTIL WS-PI > WS-PY-COUNT
                IF WS-PY-MATCHED(WS-PI) NOT = "Y"
                    ADD 1 TO WS-PAY-UNMATCHED
                END-IF
            END-PERFORM.
            PERFORM A0640-SORT-OPEN.
            OPEN INPUT cust-file.
            IF WS-FS-CUST-OK
                SET WS-CUST-IS-OPEN TO TRUE
            END-IF.
            INITIALIZE WS-AGE-ALL.
            MOVE ZERO TO WS-ALL-BALANCE.
            MOVE 1 TO WS-OI.
            PERFORM UNTIL WS-OI > WS-OI-COUNT
                MOVE WS-OI TO WS-OI-FIRST
                PERFORM VARYING WS-OJ FROM WS-OI BY 1
                        UNTIL WS-OJ > WS-OI-COUNT
                           OR WS-OI-CUST(WS-OJ)
                              NOT = WS-OI-CUST(WS-OI-FIRST)
                    CONTINUE
                END-PERFORM
                COMPUTE WS-OI-LAST = WS-OJ - 1
                PERFORM A0650-CUSTOMER-STATEMENT
                MOVE WS-OJ TO WS-OI
            END-PERFORM.
            PERFORM A0680-STATEMENT-SUMMARY.
            IF WS-CUST-IS-OPEN
                CLOSE cust-file
            END-IF.
            MOVE WS-STM-CUSTOMERS TO WS-COUNT-DISP.
            DISPLAY "Estados de cuenta   : " WS-COUNT-DISP.
            MOVE WS-STM-INVOICES TO WS-COUNT-DISP.
            DISPLAY "Facturas abiertas   : " WS-COUNT-DISP.
            MOVE WS-PAY-UNMATCHED TO WS-COUNT-DISP.
            DISPLAY "Pagos sin factura   : " WS-COUNT-DISP.
            IF WS-PAY-UNMATCHED > ZERO OR WS-PAY-BAD > ZERO
               OR WS-PY-DROPPED > ZERO OR WS-OI-DROPPED > ZERO
                MOVE RC-WARNING TO RETURN-CODE
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   Payments received by the statement date, added up per
      *   invoice.  No payments file yet means nothing paid.
       A0610-LOAD-PAYMENTS.
            OPEN INPUT payment-file.
            IF NOT WS-FS-PAY-OK
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL EOF-payment-file
                READ payment-file
                    AT END SET EOF-payment-file TO TRUE
                END-READ
                IF NOT EOF-payment-file
                   AND payment-rec NOT = SPACES
                   AND payment-rec(1:1) NOT = "*"
                    PERFORM A0620-KEEP-PAYMENT
                END-IF
            END-PERFORM.
            CLOSE payment-file.
            EXIT.
      *-----------------------------------------------------------------
       A0620-KEEP-PAYMENT.
            IF in-pay-invoice IS NOT NUMERIC
               OR in-pay-date IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(in-pay-amount) NOT = ZERO
                ADD 1 TO WS-PAY-BAD
                DISPLAY "Linea de pago ilegible: " payment-rec
                EXIT PARAGRAPH
            END-IF.
            IF in-pay-date > WS-ASOF
                ADD 1 TO WS-PAY-LATER
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-PAY-AMOUNT = FUNCTION NUMVAL(in-pay-amount).
            MOVE "N" TO WS-CU-FOUND.
            PERFORM VARYING WS-PI FROM 1 BY 1
                    UNTIL WS-PI > WS-PY-COUNT OR WS-CU-IS-FOUND
                IF WS-PY-INVOICE(WS-PI) = in-pay-invoice
                    ADD WS-PAY-AMOUNT TO WS-PY-PAID(WS-PI)
                    SET WS-CU-IS-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF NOT WS-CU-IS-FOUND
                IF WS-PY-COUNT < WS-PY-MAX
                    ADD 1 TO WS-PY-COUNT
                    MOVE in-pay-invoice TO WS-PY-INVOICE(WS-PY-COUNT)
                    MOVE WS-PAY-AMOUNT TO WS-PY-PAID(WS-PY-COUNT)
                    MOVE "N" TO WS-PY-MATCHED(WS-PY-COUNT)
                ELSE
                    ADD 1 TO WS-PY-DROPPED
                END-IF
            END-IF.
            EXIT.
      *-----------------------------------------------------------------
      *   The invoice just read, less what was paid against it; kept
      *   when a balance remains.
       A0630-NET-INVOICE.
            MOVE ZERO TO WS-PAY-AMOUNT.
            PERFORM VARYING WS-PI FROM 1 BY 1
                    UNTIL WS-PI > WS-PY-COUNT
                IF WS-PY-INVOICE(WS-PI) = inv-number OF inv-rec
                    MOVE WS-PY-PAID(WS-PI) TO WS-PAY-AMOUNT
                    MOVE "Y" TO WS-PY-MATCHED(WS-PI)
                END-IF
            END-PERFORM.
            IF WS-PAY-AMOUNT > inv-total OF inv-rec
                ADD 1 TO WS-OVERPAID
            END-IF.
            IF WS-PAY-AMOUNT NOT < inv-total OF inv-rec
                EXIT PARAGRAPH
            END-IF.
            IF WS-OI-COUNT >= WS-OI-MAX
                ADD 1 TO WS-OI-DROPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-OI-COUNT.
            MOVE inv-cust-code OF inv-rec TO WS-OI-CUST(WS-OI-COUNT).
            MOVE inv-number OF inv-rec TO WS-OI-NUMBER(WS-OI-COUNT).
            MOVE inv-date OF inv-rec TO WS-OI-DATE(WS-OI-COUNT).
            MOVE inv-due-date OF inv-rec TO WS-OI-DUE(WS-OI-COUNT).
            MOVE inv-total OF inv-rec TO WS-OI-TOTAL(WS-OI-COUNT).
            MOVE WS-PAY-AMOUNT TO WS-OI-PAID(WS-OI-COUNT).
            COMPUTE WS-OI-BALANCE(WS-OI-COUNT) =
                inv-total OF inv-rec - WS-PAY-AMOUNT.
            EXIT.
      *-----------------------------------------------------------------
      *   Open invoices into customer order; within a customer the
      *   register order (invoice number) is kept.
       A0640-SORT-OPEN.
            PERFORM VARYING WS-OI FROM 1 BY 1
                    UNTIL WS-OI >= WS-OI-COUNT
                PERFORM VARYING WS-OJ FROM WS-OI BY 1
                        UNTIL WS-OJ > WS-OI-COUNT
                    IF WS-OI-KEY(WS-OJ) < WS-OI-KEY(WS-OI)
                        MOVE WS-OI-ENTRY(WS-OI) TO WS-OI-SWAP
                        MOVE WS-OI-ENTRY(WS-OJ) TO WS-OI-ENTRY(WS-OI)
                        MOVE WS-OI-SWAP TO WS-OI-ENTRY(WS-OJ)
                    END-IF
                END-PERFORM
            END-PERFORM.
            EXIT.
      *-----------------------------------------------------------------
      *   Open invoices WS-OI-FIRST thru WS-OI-LAST, all of one
      *   customer, as that customer's statement.
       A0650-CUSTOMER-STATEMENT.
            MOVE WS-OI-CUST(WS-OI-FIRST) TO cust-code OF cust-rec.
            IF WS-CUST-IS-OPEN
                READ cust-file
                    INVALID KEY MOVE "23" TO WS-FS-CUST
                END-READ
            ELSE
                MOVE "23" TO WS-FS-CUST
            END-IF.
            IF NOT WS-FS-CUST-OK
                MOVE "(cliente no registrado)" TO cust-name OF cust-rec
                MOVE SPACES TO cust-address OF cust-rec
                    cust-city OF cust-rec cust-tax-id OF cust-rec
            END-IF.
            SET lk-spool-op-open TO TRUE.
            MOVE SPACES TO lk-spool-name.
            STRING "edo-cuenta-" WS-OI-CUST(WS-OI-FIRST)
                DELIMITED BY SPACE INTO lk-spool-name
            END-STRING.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE WS-ASOF TO WS-YMD.
            PERFORM A0950-FORMAT-DATE.
            STRING "ESTADO DE CUENTA al " WS-DATE-TXT
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            STRING "Cliente  : " cust-code OF cust-rec "  "
                cust-name OF cust-rec
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            STRING "Direccion: " cust-address OF cust-rec
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            STRING "           " cust-city OF cust-rec
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            STRING "RIF      : " cust-tax-id OF cust-rec
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE "Factura" TO WS-REPORT-LINE(1:7).
            MOVE "Fecha" TO WS-REPORT-LINE(10:5).
            MOVE "Vence" TO WS-REPORT-LINE(22:5).
            MOVE "Total" TO WS-REPORT-LINE(44:5).
            MOVE "Pagado" TO WS-REPORT-LINE(59:6).
            MOVE "Saldo" TO WS-REPORT-LINE(76:5).
            MOVE "Dias" TO WS-REPORT-LINE(84:4).
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE ALL "-" TO WS-REPORT-LINE(1:88).
            PERFORM A0700-SPOOL-ONE-LINE.
            INITIALIZE WS-AGE-CUST.
            MOVE ZERO TO WS-CUST-BALANCE.
            PERFORM VARYING WS-OI FROM WS-OI-FIRST BY 1
                    UNTIL WS-OI > WS-OI-LAST
                PERFORM A0660-STATEMENT-LINE
            END-PERFORM.
            MOVE ALL "-" TO WS-REPORT-LINE(1:88).
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE "SALDO PENDIENTE" TO WS-REPORT-LINE(1:20).
            MOVE WS-CUST-BALANCE TO WS-BIG-DISP.
            MOVE WS-BIG-DISP TO WS-REPORT-LINE(63:18).
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE "Antiguedad del saldo" TO WS-REPORT-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM VARYING WS-AI FROM 1 BY 1 UNTIL WS-AI > 5
                PERFORM A0670-AGE-LABEL
                MOVE WS-AGE-C(WS-AI) TO WS-BIG-DISP
                MOVE WS-BIG-DISP TO WS-REPORT-LINE(21:18)
                PERFORM A0700-SPOOL-ONE-LINE
            END-PERFORM.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
      *     the customer's line on the summary is kept in the aging
      *     table of the whole register
            PERFORM VARYING WS-AI FROM 1 BY 1 UNTIL WS-AI > 5
                ADD WS-AGE-C(WS-AI) TO WS-AGE-A(WS-AI)
            END-PERFORM.
            ADD WS-CUST-BALANCE TO WS-ALL-BALANCE.
            ADD 1 TO WS-STM-CUSTOMERS.
            EXIT.
      *-----------------------------------------------------------------
      *   Open invoice WS-OI on the statement, aged on the days
      *   past its due date.
       A0660-STATEMENT-LINE.
            MOVE WS-OI-NUMBER(WS-OI) TO WS-REPORT-LINE(1:6).
            MOVE WS-OI-DATE(WS-OI) TO WS-YMD.
            PERFORM A0950-FORMAT-DATE.
            MOVE WS-DATE-TXT TO WS-REPORT-LINE(10:10).
            MOVE WS-OI-DUE(WS-OI) TO WS-YMD.
            PERFORM A0950-FORMAT-DATE.
            MOVE WS-DATE-TXT TO WS-REPORT-LINE(22:10).
            MOVE WS-OI-TOTAL(WS-OI) TO WS-AMT-DISP.
            MOVE WS-AMT-DISP TO WS-REPORT-LINE(34:15).
            MOVE WS-OI-PAID(WS-OI) TO WS-AMT-DISP.
            MOVE WS-AMT-DISP TO WS-REPORT-LINE(50:15).
            MOVE WS-OI-BALANCE(WS-OI) TO WS-AMT-DISP.
            MOVE WS-AMT-DISP TO WS-REPORT-LINE(66:15).
            COMPUTE WS-DAYS-LATE =
                FUNCTION INTEGER-OF-DATE(WS-ASOF)
                - FUNCTION INTEGER-OF-DATE(WS-OI-DUE(WS-OI)).
            EVALUATE TRUE
                WHEN WS-DAYS-LATE NOT > ZERO
                    MOVE 1 TO WS-BUCKET
                WHEN WS-DAYS-LATE NOT > 30
                    MOVE 2 TO WS-BUCKET
                WHEN WS-DAYS-LATE NOT > 60
                    MOVE 3 TO WS-BUCKET
                WHEN WS-DAYS-LATE NOT > 90
                    MOVE 4 TO WS-BUCKET
                WHEN OTHER
                    MOVE 5 TO WS-BUCKET
            END-EVALUATE.
            IF WS-DAYS-LATE > ZERO
                MOVE WS-DAYS-LATE TO WS-DAYS-DISP
                MOVE WS-DAYS-DISP TO WS-REPORT-LINE(83:5)
            ELSE
                MOVE "al dia" TO WS-REPORT-LINE(83:6)
            END-IF.
            PERFORM A0700-SPOOL-ONE-LINE.
            ADD WS-OI-BALANCE(WS-OI) TO WS-AGE-C(WS-BUCKET).
            ADD WS-OI-BALANCE(WS-OI) TO WS-CUST-BALANCE.
            ADD 1 TO WS-STM-INVOICES.
            EXIT.
      *-----------------------------------------------------------------
       A0670-AGE-LABEL.
            EVALUATE WS-AI
                WHEN 1
                    MOVE "  Por vencer" TO WS-REPORT-LINE(1:20)
                WHEN 2
                    MOVE "  1 a 30 dias" TO WS-REPORT-LINE(1:20)
                WHEN 3
                    MOVE "  31 a 60 dias" TO WS-REPORT-LINE(1:20)
                WHEN 4
                    MOVE "  61 a 90 dias" TO WS-REPORT-LINE(1:20)
                WHEN OTHER
                    MOVE "  Mas de 90 dias" TO WS-REPORT-LINE(1:20)
            END-EVALUATE.
            EXIT.
      *-----------------------------------------------------------------
      *   Accounting's summary: the register's open balance aged as
      *   a whole, and the payment lines that need looking at.
       A0680-STATEMENT-SUMMARY.
            SET lk-spool-op-open TO TRUE.
            MOVE "edo-cuenta-resumen" TO lk-spool-name.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE WS-ASOF TO WS-YMD.
            PERFORM A0950-FORMAT-DATE.
            STRING "CUENTAS POR COBRAR DE FLETE al " WS-DATE-TXT
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE WS-STM-CUSTOMERS TO WS-COUNT-DISP.
            STRING "Clientes con saldo : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE WS-STM-INVOICES TO WS-COUNT-DISP.
            STRING "Facturas abiertas  : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM VARYING WS-AI FROM 1 BY 1 UNTIL WS-AI > 5
                PERFORM A0670-AGE-LABEL
                MOVE WS-AGE-A(WS-AI) TO WS-BIG-DISP
                MOVE WS-BIG-DISP TO WS-REPORT-LINE(21:18)
                PERFORM A0700-SPOOL-ONE-LINE
            END-PERFORM.
            MOVE "SALDO TOTAL" TO WS-REPORT-LINE(1:20).
            MOVE WS-ALL-BALANCE TO WS-BIG-DISP.
            MOVE WS-BIG-DISP TO WS-REPORT-LINE(21:18).
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE "PAGOS A REVISAR" TO WS-REPORT-LINE.
            PERFORM A0700-SPOOL-ONE-LINE.
            PERFORM VARYING WS-PI FROM 1 BY 1
                    UNTIL WS-PI > WS-PY-COUNT
                IF WS-PY-MATCHED(WS-PI) NOT = "Y"
                    MOVE WS-PY-PAID(WS-PI) TO WS-AMT-DISP
                    STRING "Pago a factura inexistente "
                        WS-PY-INVOICE(WS-PI) ": " WS-AMT-DISP
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                    PERFORM A0700-SPOOL-ONE-LINE
                END-IF
            END-PERFORM.
            MOVE WS-PAY-BAD TO WS-COUNT-DISP.
            STRING "Lineas de pago ilegibles : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE WS-OVERPAID TO WS-COUNT-DISP.
            STRING "Facturas pagadas de mas  : " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            MOVE WS-PAY-LATER TO WS-COUNT-DISP.
            STRING "Pagos posteriores a fecha: " WS-COUNT-DISP
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-STRING.
            PERFORM A0700-SPOOL-ONE-LINE.
            IF WS-PY-DROPPED > ZERO OR WS-OI-DROPPED > ZERO
                MOVE "Tabla llena: el resumen esta incompleto."
                    TO WS-REPORT-LINE
                PERFORM A0700-SPOOL-ONE-LINE
            END-IF.
            SET lk-spool-op-close TO TRUE.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            EXIT.
      *-----------------------------------------------------------------
       A0700-SPOOL-ONE-LINE.
            SET lk-spool-op-line TO TRUE.
            MOVE WS-REPORT-LINE TO lk-spool-line.
            CALL "print-spool" USING lk-spool-op, lk-spool-name,
                lk-spool-line, lk-spool-status.
            MOVE SPACES TO WS-REPORT-LINE.
            EXIT.
      *-----------------------------------------------------------------
      *   WS-YMD as dd/mm/aaaa in WS-DATE-TXT.
       A0950-FORMAT-DATE.
            MOVE SPACES TO WS-DATE-TXT.
            STRING WS-YMD(7:2) "/" WS-YMD(5:2) "/" WS-YMD(1:4)
                DELIMITED BY SIZE INTO WS-DATE-TXT
            END-STRING.
            EXIT.
       END PROGRAM freight-invoice.
