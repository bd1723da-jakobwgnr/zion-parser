      *               OLDER, SHORTER LENGTH HAS NO UID.                *
      *  MOD. MARKER: @DEM#2409/02.09.2026                             *
      *** DEM#2409     02.09.2026   G7   END                           *
      * - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -*
      *** DEM#2421     15.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: COEM-MSG-HEAD ADDED - THE QAECINP HEADER         *
      *               (EINP-HEAD-PS9) OF A MESSAGE PARKED BY THE       *
      *               CIRCUIT BREAKER, SO IT IS REPLAYED UNDER ITS     *
      *               OWN USER, CHANNEL, SWITCHES AND LANGUAGE AND     *
      *               NOT THOSE OF THE MESSAGE THAT DRAINS IT. SPACES  *
      *               FOR COORDINATOR ITEMS, WHICH TAKE THE DRAINING   *
      *               MESSAGE'S HEADER AS BEFORE. SITS AT THE END SO   *
      *               EVERY EXISTING OFFSET IS UNCHANGED; AN ITEM      *
      *               WRITTEN AT AN OLDER, SHORTER LENGTH HAS NONE.    *
      *  MOD. MARKER: @DEM#2421/15.10.2026                             *
      *** DEM#2421     15.10.2026   G7   END                           *
      ******************************************************************
       01  QACCCOEM.
           05  COEM-LOG-TRM                 PIC X(05).
      *--MC.S @DEM#2409/02.09.2026
           05  COEM-MSG-UID                 PIC X(27).
      *--MC.E @DEM#2409/02.09.2026
      *--MC.S @DEM#2421/15.10.2026
           05  COEM-MSG-HEAD                PIC X(65).
      *--MC.E @DEM#2421/15.10.2026
