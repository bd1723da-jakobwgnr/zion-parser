      * QGECTRF: CHARGEBACK TARIFF RECORD (TARIFF, 80 BYTES), KEPT BY  *
      *          FINANCE AND READ BY THE MONTH-END BILLING BATCH       *
      *          QG8CBIL. ONE ROW PER CHANNEL AND TRANSACTION; A ROW   *
      *          WITH COD-TX '********' RATES EVERY TRANSACTION OF     *
      *          ITS CHANNEL THAT HAS NO ROW OF ITS OWN. THE ENTITY    *
      *          IS THE PARTY BILLED - ONE INVOICE SECTION PER         *
      *          ENTITY AND CHANNEL - SO THE FILE IS KEPT IN ENTITY,   *
      *          CHANNEL, COD-TX ORDER. A ROW STARTING '*' IS A        *
      *          COMMENT. PRICES ARE IN TRF-CURRENCY:                  *
      *            TRF-PRICE-MSG    PER INBOUND MESSAGE                *
      *            TRF-PRICE-KB     PER KILOBYTE MOVED (BOTH WAYS)     *
      *            TRF-MIN-CHARGE   MINIMUM FOR THE ROW FOR THE MONTH, *
      *                             CHARGED EVEN WITHOUT TRAFFIC       *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *                                                                *
      *** DEM#2414     14.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: ORIGINAL VERSION                                 *
      *  MOD. MARKER: @DEM#2414/14.10.2026                             *
      *** DEM#2414     14.10.2026   G7   END                           *
      ******************************************************************
       05  QGECTRF.
           10  TRF-ENTITY                   PIC X(08).
           10  TRF-CHANNEL                  PIC X(02).
           10  TRF-COD-TX                   PIC X(08).
               88  TRF-COD-TX-DEFAULT                  VALUE '********'.
           10  TRF-PRICE-MSG                PIC 9(03)V9(06).
           10  TRF-PRICE-KB                 PIC 9(03)V9(06).
           10  TRF-MIN-CHARGE               PIC 9(07)V99.
           10  TRF-CURRENCY                 PIC X(03).
      *    GENERAL-LEDGER ACCOUNTS: THE BILLED ENTITY'S COST ACCOUNT
      *    AND THE CHANNEL OPERATOR'S RECOVERY ACCOUNT.
           10  TRF-GL-DEBIT                 PIC X(10).
           10  TRF-GL-CREDIT                PIC X(10).
           10  FILLER                       PIC X(12).
