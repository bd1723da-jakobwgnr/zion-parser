      * QGECGLP: GENERAL-LEDGER POSTING RECORD (GLPOST, 120 BYTES)     *
      *          WRITTEN BY THE MONTH-END BILLING BATCH QG8CBIL FOR    *
      *          THE ACCOUNTING INTERFACE. ONE HEADER, ONE DETAIL PER  *
      *          CHARGED INVOICE LINE, ONE TRAILER. GLP-BATCH-ID IS    *
      *          'QGCB' AND THE BILLING PERIOD - THE SAME FOR EVERY    *
      *          RUN OVER THE SAME MONTH - AND THE HEADER'S FUNCTION   *
      *          'R' TELLS THE INTERFACE TO REPLACE EVERYTHING IT HAS  *
      *          ALREADY LOADED UNDER THAT BATCH ID, SO A RERUN        *
      *          REPLACES THE MONTH'S POSTINGS INSTEAD OF ADDING TO    *
      *          THEM. THE TRAILER CARRIES THE DETAIL COUNT AND THE    *
      *          AMOUNT HASH TOTAL FOR THE INTERFACE'S OWN CHECK.      *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *                                                                *
      *** DEM#2414     14.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: ORIGINAL VERSION                                 *
      *  MOD. MARKER: @DEM#2414/14.10.2026                             *
      *** DEM#2414     14.10.2026   G7   END                           *
      ******************************************************************
       05  QGECGLP.
           10  GLP-REC-TYPE                 PIC X(01).
               88  GLP-REC-HEADER                      VALUE 'H'.
               88  GLP-REC-DETAIL                      VALUE 'D'.
               88  GLP-REC-TRAILER                     VALUE 'T'.
           10  GLP-BATCH-ID.
               15  GLP-BATCH-SOURCE         PIC X(04).
               15  GLP-BATCH-PERIOD         PIC 9(06).
               15  FILLER                   PIC X(02).
           10  GLP-BODY                     PIC X(107).
      *
           10  GLP-HEADER  REDEFINES  GLP-BODY.
               15  GLP-HDR-FUNCTION         PIC X(01).
                   88  GLP-HDR-REPLACE                 VALUE 'R'.
               15  GLP-HDR-RUN-TS           PIC X(16).
               15  GLP-HDR-PROGRAM          PIC X(08).
               15  FILLER                   PIC X(82).
      *
           10  GLP-DETAIL  REDEFINES  GLP-BODY.
               15  GLP-DET-LINE-NO          PIC 9(05).
               15  GLP-DET-ENTITY           PIC X(08).
               15  GLP-DET-CHANNEL          PIC X(02).
               15  GLP-DET-COD-TX           PIC X(08).
               15  GLP-DET-DEBIT-ACCT       PIC X(10).
               15  GLP-DET-CREDIT-ACCT      PIC X(10).
               15  GLP-DET-AMOUNT           PIC 9(11)V99.
               15  GLP-DET-CURRENCY         PIC X(03).
               15  GLP-DET-MESSAGES         PIC 9(11).
               15  GLP-DET-KBYTES           PIC 9(13).
      *    DAYS OF THE PERIOD WITH NO STATISTICS EXTRACT - NOT BILLED.
               15  GLP-DET-MISSING-DAYS     PIC 9(02).
               15  GLP-DET-MINIMUM          PIC X(01).
                   88  GLP-DET-MINIMUM-APPLIED         VALUE 'Y'.
               15  FILLER                   PIC X(21).
      *
           10  GLP-TRAILER  REDEFINES  GLP-BODY.
               15  GLP-TRL-COUNT            PIC 9(07).
               15  GLP-TRL-AMOUNT           PIC 9(13)V99.
               15  FILLER                   PIC X(85).
