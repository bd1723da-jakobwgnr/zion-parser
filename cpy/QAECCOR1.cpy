      *               WITH A BLANK UID.                                *
      *  MOD. MARKER: @DEM#2409/02.09.2026                             *
      *** DEM#2409     02.09.2026   G7   END                           *
      *** DEM#2418     15.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: +COE BACKLOG IN THE SHARED TS POOL:              *
      *               - ECOR1-DRN-SYSID/ECOR1-DRN-TS RETURNED BY THE   *
      *                 INQUIRE OPTION: THE REGION THAT LAST DRAINED   *
      *                 THE TERMINAL'S QUEUE AND WHEN (SPACES WHEN     *
      *                 IT HAS NOT BEEN DRAINED SINCE CUTOVER)         *
      *               - ECOR1-OPTION-MIGRATE: ONE-OFF MOVE OF THE      *
      *                 CALLING REGION'S LOCAL QUEUES INTO THE POOL;   *
      *                 THE TERMINALS SEEN COME BACK IN ECOR1-TRM-TAB, *
      *                 THE ITEMS MOVED IN ECOR1-MIG-ITEMS             *
      *  MOD. MARKER: @DEM#2418/15.10.2026                             *
      *** DEM#2418     15.10.2026   G7   END                           *
      *** DEM#2421     15.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: QAECINP HEADER CARRIED THROUGH THE QUEUE (SEE    *
      *               QACCCOEM): ECOR1-MSG-HEAD ON THE SEGMENTED       *
      *               WRITE SIDE, ECOR1-ITEM-HEAD ON EACH RETURNED     *
      *               ITEM. SPACES = NO HEADER OF ITS OWN - THE ITEM   *
      *               RUNS UNDER THE DRAINING MESSAGE'S HEADER.        *
      *  MOD. MARKER: @DEM#2421/15.10.2026                             *
      *** DEM#2421     15.10.2026   G7   END                           *
      ******************************************************************
       01  QAECCOR1.
           05  ECOR1-PRFX-QUE-ID            PIC X(04).
      *    SAME RETURN FIELDS AS THE READ OPTION.
               88  ECOR1-OPTION-EXTRACT                VALUE 'E'.
      *--MC.E @DEM#2404/02.09.2026
      *--MC.S @DEM#2418/15.10.2026
      *    ONE-OFF CUTOVER: MOVE THIS REGION'S LOCAL QUEUES UNDER
      *    ECOR1-PRFX-QUE-ID INTO THE SHARED POOL.
               88  ECOR1-OPTION-MIGRATE                VALUE 'M'.
      *--MC.E @DEM#2418/15.10.2026
           05  ECOR1-NUM-ITEM                PIC 9(03).
           05  ECOR1-LENGTH                  PIC 9(05).
           05  ECOR1-COD-ERR                 PIC X(07).
      *--MC.S @DEM#2409/02.09.2026
               10  ECOR1-ITEM-UID            PIC X(27).
      *--MC.E @DEM#2409/02.09.2026
      *--MC.S @DEM#2421/15.10.2026
               10  ECOR1-ITEM-HEAD           PIC X(65).
      *--MC.E @DEM#2421/15.10.2026
      *--MC.E @DEM#2281/09.08.2026
      *--MC.S @DEM#2395/22.08.2026
      *    WRITE SIDE - ECOR1-OPTION-WRITE QUEUES ECOR1-MSG-LONG
      *--MC.S @DEM#2409/02.09.2026
           05  ECOR1-MSG-UID                 PIC X(27).
      *--MC.E @DEM#2409/02.09.2026
      *--MC.S @DEM#2421/15.10.2026
           05  ECOR1-MSG-HEAD                PIC X(65).
      *--MC.E @DEM#2421/15.10.2026
           05  ECOR1-TOT-LTH                 PIC 9(05).
      *    SIZED TO EINP-CONTENT-PS9 (QAECINP).
           05  ECOR1-MSG-LONG                PIC X(31679).
           05  ECOR1-TRM-TAB  OCCURS 50 TIMES.
               10  ECOR1-TRM-ID              PIC X(05).
      *--MC.E @DEM#2404/02.09.2026
      *--MC.S @DEM#2418/15.10.2026
      *    INQUIRE SIDE - THE REGION THAT LAST DRAINED THE QUEUE.
           05  ECOR1-DRN-SYSID               PIC X(04).
           05  ECOR1-DRN-TS                  PIC X(16).
      *    MIGRATE SIDE - ITEMS MOVED INTO THE SHARED POOL.
           05  ECOR1-MIG-ITEMS               PIC 9(05).
      *--MC.E @DEM#2418/15.10.2026
