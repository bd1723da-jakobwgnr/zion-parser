      * QGECHSH: PARAMETER AREA FOR THE AUDIT HASH-CHAIN ROUTINE       *
      *          QG6CHSH, CALLED WITH THIS AREA AND ONE QGECAUD        *
      *          RECORD (CALL ... USING QGECHSH AUD-RECORD). THE       *
      *          CHAIN VALUE IS THE SHA-256 OF THE RECORD FROM         *
      *          AUD-DIRECTION THROUGH AUD-CHAIN-PREV, IN HEX - SO     *
      *          EVERY RECORD SEALS ITS OWN CONTENT AND THE VALUE OF   *
      *          THE RECORD AHEAD OF IT. THE SAME ROUTINE SERVES THE   *
      *          WRITER (QG7CAUD), THE JOBS THAT REBUILD THE STORE     *
      *          (QG8CARC, QG8CKEY) AND THE VERIFIER (QG8CCHN), SO     *
      *          THEY CAN NEVER DISAGREE ON HOW A VALUE IS FORMED.     *
      *            CHAIN    AUD-CHAIN-PREV = HSH-PREV, AUD-CHAIN-VALUE *
      *                     (AND HSH-VALUE) = THE NEW SEAL             *
      *            VERIFY   RECOMPUTES THE SEAL INTO HSH-VALUE AND     *
      *                     CHECKS IT AGAINST AUD-CHAIN-VALUE, THEN    *
      *                     AUD-CHAIN-PREV AGAINST HSH-PREV (NOT       *
      *                     CHECKED WHEN HSH-PREV IS SPACES). THE      *
      *                     RECORD IS NOT CHANGED.                     *
      *          A RECORD WRITTEN BEFORE THE CHAIN EXISTED IS SHORTER  *
      *          - THE CALLER BLANKS AUD-CHAIN-PREV/-VALUE FOR IT, AND *
      *          VERIFY ANSWERS HSH-RESULT-UNCHAINED.                  *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *                                                                *
      *** DEM#2413     14.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: ORIGINAL VERSION                                 *
      *  MOD. MARKER: @DEM#2413/14.10.2026                             *
      *** DEM#2413     14.10.2026   G7   END                           *
      ******************************************************************
       05  QGECHSH.
           10  HSH-REQUEST                  PIC X(01).
               88  HSH-REQUEST-CHAIN                   VALUE 'C'.
               88  HSH-REQUEST-VERIFY                  VALUE 'V'.
      *    CHAIN: THE VALUE TO CHAIN ON TO. VERIFY: THE VALUE THE
      *    RECORD IS EXPECTED TO CONTINUE FROM.
           10  HSH-PREV                     PIC X(64).
           10  HSH-VALUE                    PIC X(64).
           10  HSH-RESULT                   PIC X(01).
               88  HSH-RESULT-OK                       VALUE '0'.
      *    THE RECORD'S CONTENT NO LONGER MATCHES ITS OWN SEAL.
               88  HSH-RESULT-VALUE-BROKEN             VALUE 'V'.
      *    THE SEAL HOLDS, BUT THE RECORD DOES NOT CONTINUE FROM THE
      *    ONE AHEAD OF IT - A RECORD WAS TAKEN OUT OR PUT IN BETWEEN.
               88  HSH-RESULT-LINK-BROKEN              VALUE 'L'.
               88  HSH-RESULT-UNCHAINED                VALUE 'U'.
               88  HSH-RESULT-ERROR                    VALUE '9'.
      *    HASHING SERVICE RETURN/REASON CODE ON HSH-RESULT-ERROR.
           10  HSH-RET-CODE                 PIC 9(08).
           10  HSH-RSN-CODE                 PIC 9(08).
