      ******************************************************************
      * QGECRPL: REGRESSION REPLAY RECORD. QG8CRPX EXTRACTS IN/OUT     *
      *          PAIRS FROM THE PERMANENT AUDIT STORE (QGECAUD) AS TWO *
      *          RECORDS, 'I' (THE INBOUND IMAGE, USER AND TERMINAL    *
      *          IDS MASKED) FOLLOWED BY 'O' (THE RESPONSE PRODUCTION  *
      *          SENT). QG8CRPD FEEDS EACH 'I' THROUGH QC1CDPL IN A    *
      *          TEST REGION AND WRITES THE FILE BACK WITH AN 'N'      *
      *          RECORD (THE TEST REGION'S RESPONSE) AFTER EACH 'O';   *
      *          QG8CRPC COMPARES 'O' WITH 'N'. ALL THREE RECORDS OF A *
      *          PAIR CARRY THE SAME PAIR NUMBER, UID, TIMESTAMP (THE  *
      *          INBOUND ONE), NUM-SEQ, TERMINAL, CHANNEL AND COD-TX.  *
      *            RPL-MSG-DATA      THE WHOLE DFHCOMMAREA IMAGE, AS   *
      *                              IN AUD-MSG-DATA (KEY-VERSION TAG, *
      *                              THEN QAECINP OR QAECOUT)          *
      *            RPL-MSG-LTH       AUD-MSG-LTH OF THE IMAGE ('N':    *
      *                              EOUT-MSG-LTH-PS9 RETURNED)        *
      *            RPL-DRV-STATUS    'N' ONLY - 'E' WHEN THE LINK TO   *
      *                              THE TEST REGION FAILED; THE LINK  *
      *                              RESPONSE IS IN RPL-COD-ERR        *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *                                                                *
      *** DEM#2416     14.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: ORIGINAL VERSION                                 *
      *  MOD. MARKER: @DEM#2416/14.10.2026                             *
      *** DEM#2416     14.10.2026   G7   END                           *
      ******************************************************************
       05  QGECRPL.
           10  RPL-REC-TYPE                 PIC X(01).
               88  RPL-TYPE-IN                         VALUE 'I'.
               88  RPL-TYPE-OUT                        VALUE 'O'.
               88  RPL-TYPE-NEW                        VALUE 'N'.
           10  RPL-PAIR-NO                  PIC 9(09).
           10  RPL-MSG-UID                  PIC X(27).
           10  RPL-TIMESTAMP                PIC X(16).
           10  RPL-NUM-SEQ                  PIC X(08).
           10  RPL-LOG-TRM                  PIC X(05).
           10  RPL-CHANNEL                  PIC X(02).
           10  RPL-COD-TX                   PIC X(08).
           10  RPL-COD-ERR                  PIC X(07).
           10  RPL-MSG-LTH                  PIC 9(08) BINARY.
           10  RPL-DRV-STATUS               PIC X(01).
               88  RPL-DRV-OK                          VALUE SPACE.
               88  RPL-DRV-LINK-FAILED                 VALUE 'E'.
           10  RPL-MSG-DATA                 PIC X(31746).
