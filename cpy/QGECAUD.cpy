      *               AT THE OLD, SHORTER LENGTH HAS NO UID.           *
      *  MOD. MARKER: @DEM#2409/02.09.2026                             *
      *** DEM#2409     02.09.2026   G7   END                           *
      *** DEM#2413     14.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: HASH CHAIN FOR THE AUDITORS. AUD-CHAIN-PREV IS   *
      *               THE CHAIN VALUE OF THE RECORD AHEAD OF THIS ONE  *
      *               IN THE STORE, AUD-CHAIN-VALUE THE SHA-256 OF THIS*
      *               RECORD FROM AUD-DIRECTION THROUGH AUD-CHAIN-PREV *
      *               IN HEX (COMPUTED BY QG6CHSH, SEE QGECHSH). BOTH  *
      *               ARE SET BY QG7CAUD UNDER ITS WRITE SERIALISATION *
      *               - A CALLER LEAVES THEM AT SPACES. QG8CARC AND    *
      *               QG8CKEY CONTINUE THE CHAIN WHEN THEY REBUILD THE *
      *               STORE, QG8CCHN VERIFIES IT. APPENDED AT THE END  *
      *               LIKE AUD-MSG-UID: A RECORD WRITTEN AT AN OLDER,  *
      *               SHORTER LENGTH IS UNCHAINED.                     *
      *  MOD. MARKER: @DEM#2413/14.10.2026                             *
      *** DEM#2413     14.10.2026   G7   END                           *
      ******************************************************************
       05  QGECAUD.
           10  AUD-DIRECTION                PIC X(01).
      *--MC.S @DEM#2409/02.09.2026
           10  AUD-MSG-UID                  PIC X(27).
      *--MC.E @DEM#2409/02.09.2026
      *--MC.S @DEM#2413/14.10.2026
           10  AUD-CHAIN-PREV               PIC X(64).
           10  AUD-CHAIN-VALUE              PIC X(64).
      *--MC.E @DEM#2413/14.10.2026
