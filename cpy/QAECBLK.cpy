      * QAECBLK: BULK ENVELOPE (COD-TX QGBK) - CONTENT AND COMPOSITE   *
      *          RESPONSE LAYOUTS. THE ENVELOPE IS AN ORDINARY QAECINP *
      *          MESSAGE WHOSE HEADER CARRIES COD-TX 'QGBK' AND THE    *
      *          COMMIT MODE IN EINP-SW-BLK-PS9:                       *
      *            'A'  ALL-OR-NOTHING - ONE UNIT OF WORK; THE FIRST   *
      *                 FAILING ITEM ROLLS BACK EVERY ITEM BEFORE IT   *
      *                 AND THE REST ARE NOT PROCESSED                 *
      *            'I'  INDEPENDENT - EACH ITEM IS ITS OWN UNIT OF     *
      *                 WORK; THE CLIENT MUST LINK WITH SYNCONRETURN   *
      *          EINP-CONTENT-PS9 OF THE ENVELOPE HOLDS                *
      *            EBLK-ITEM-CNT-PS9, THEN FOR EACH ITEM               *
      *            EBLK-ITEM-LTH-PS9 FOLLOWED BY THAT MANY BYTES OF A  *
      *            COMPLETE QAECINP MESSAGE (<IH> HEADER + CONTENT).   *
      *          EVERY ITEM MUST HAVE THE ENVELOPE'S CHANNEL, LOGICAL  *
      *          TERMINAL AND USER AND MUST NOT BE A QG CONTROL CODE.  *
      *          EOUT-DTA-PS9 OF THE RESPONSE HOLDS EBLK-RSP-HEAD,     *
      *          ONE EBLK-RSP-ENTRY PER ITEM IN INPUT ORDER, THEN      *
      *          EBLK-RSP-TAG-END.                                     *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *                                                                *
      *** DEM#2417     15.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: ORIGINAL VERSION                                 *
      *  MOD. MARKER: @DEM#2417/15.10.2026                             *
      *** DEM#2417     15.10.2026   G7   END                           *
      ******************************************************************
           05  EBLK-ENVELOPE-HEAD.
               10  EBLK-ITEM-CNT-PS9            PIC 9(03).
           05  EBLK-ITEM-PREFIX.
               10  EBLK-ITEM-LTH-PS9            PIC 9(05).
           05  EBLK-RSP-HEAD.
               10  EBLK-RSP-TAG-STT             PIC X(04).
               10  EBLK-RSP-MODE                PIC X(01).
               10  EBLK-RSP-ITEM-CNT            PIC 9(03).
               10  EBLK-RSP-CMMT-CNT            PIC 9(03).
               10  EBLK-RSP-FAIL-CNT            PIC 9(03).
           05  EBLK-RSP-ENTRY.
               10  EBLK-RSP-ITEM-NO             PIC 9(03).
               10  EBLK-RSP-STATUS              PIC X(01).
                   88  EBLK-RSP-COMMITTED                VALUE 'C'.
                   88  EBLK-RSP-ROLLED-BACK              VALUE 'R'.
                   88  EBLK-RSP-REJECTED                 VALUE 'E'.
                   88  EBLK-RSP-NOT-PROCESSED            VALUE 'N'.
               10  EBLK-RSP-RESP-COD            PIC X(03).
               10  EBLK-RSP-RESP-SUB            PIC X(01).
               10  EBLK-RSP-NUM-SEQ             PIC X(08).
               10  EBLK-RSP-MSG-UID             PIC X(27).
           05  EBLK-RSP-TAIL.
               10  EBLK-RSP-TAG-END             PIC X(05).
