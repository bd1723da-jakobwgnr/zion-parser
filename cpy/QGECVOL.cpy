      ******************************************************************
      * QGECVOL: VOLATILE-FIELD TABLE (VOLTAB, 80 BYTES) FOR THE       *
      *          REGRESSION COMPARE QG8CRPC. ONE ROW PER FIELD OF A    *
      *          RESPONSE THAT LEGITIMATELY CHANGES FROM RUN TO RUN    *
      *          (TIMESTAMPS, DATES, TEST-REGION SEQUENCE NUMBERS); A  *
      *          DIFFERENCE CONFINED TO THESE FIELDS IS REPORTED AS    *
      *          VOLATILE, NOT AS A REAL CHANGE. EOUT-NUM-SEQ-PS9 IS   *
      *          ALWAYS VOLATILE AND NEEDS NO ROW. A ROW WITH COD-TX   *
      *          '********' APPLIES TO EVERY TRANSACTION. A ROW        *
      *          STARTING '*' IS A COMMENT.                            *
      *            VOL-OFFSET        FIRST BYTE OF THE FIELD IN        *
      *                              EOUT-DTA-PS9 (1 = FIRST BYTE)     *
      *            VOL-LENGTH        LENGTH OF THE FIELD               *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *                                                                *
      *** DEM#2416     14.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: ORIGINAL VERSION                                 *
      *  MOD. MARKER: @DEM#2416/14.10.2026                             *
      *** DEM#2416     14.10.2026   G7   END                           *
      ******************************************************************
       05  QGECVOL.
           10  VOL-COD-TX                   PIC X(08).
               88  VOL-COD-TX-ALL                      VALUE '********'.
           10  VOL-OFFSET                   PIC 9(05).
           10  VOL-LENGTH                   PIC 9(05).
           10  VOL-DESCRIPTION              PIC X(40).
           10  FILLER                       PIC X(22).
