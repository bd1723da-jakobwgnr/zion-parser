      * QAECJSN: DPL COMMAREA OF THE JSON ADAPTER QC1CJSN FOR THE MB   *
      *          (MOBILE) CHANNEL. THE GATEWAY PUTS ONE JSON REQUEST   *
      *          IN EJSN-TEXT (EBCDIC) WITH ITS LENGTH IN EJSN-LTH     *
      *          AND GETS THE JSON RESPONSE BACK IN THE SAME AREA,     *
      *          EJSN-LTH THEN GIVING THE RESPONSE LENGTH.             *
      *          REQUEST MEMBERS:                                      *
      *            "transaction"  MOBILE TRANSACTION NAME - THE KEY    *
      *                           OF ITS JSN MAPPING IN QG7CTBL        *
      *            "terminal"     LOGICAL TERMINAL (4)                 *
      *            "user"         USER ID (8)                          *
      *            "language"     LANGUAGE CODE (1)                    *
      *            "commit"       "Y"/"N" OR true/false - DEFAULT      *
      *                           FROM THE MAPPING                     *
      *            "content"      AN OBJECT OF NAMED FIELDS PLACED BY  *
      *                           THE MAPPING, OR A STRING TAKEN AS    *
      *                           THE RAW CONTENT WHEN THE MAPPING     *
      *                           HAS NO FIELD ROWS                    *
      *          RESPONSE ("status":"OK") - THE QAECOUT ANSWER:        *
      *            "responseCode" "responseSub" "numSeq" "committed"   *
      *            "reasonCode" "reasonText" (QG7CMSG CATALOG) "data"  *
      *          OR ("status":"ERROR") AN "errors" ARRAY, ONE ENTRY    *
      *          PER FAULT: "field" (THE OFFENDING MEMBER, CONTENT     *
      *          FIELDS AS "content.name"), "code", "text".            *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *                                                                *
      *** DEM#2420     15.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: ORIGINAL VERSION                                 *
      *  MOD. MARKER: @DEM#2420/15.10.2026                             *
      *** DEM#2420     15.10.2026   G7   END                           *
      ******************************************************************
       01  QAECJSN.
           05  EJSN-LTH                     PIC 9(05).
           05  EJSN-TEXT                    PIC X(32000).
