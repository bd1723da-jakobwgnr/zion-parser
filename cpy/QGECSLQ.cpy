      ******************************************************************
      * QGECSLQ: RESPONSE-TIME INQUIRY COMMAREA FOR QG7CSLA - THE      *
      *          READ SIDE OF THE SLA STORE FOR THE QGMN THRESHOLD     *
      *          MONITOR. KEPT APART FROM THE MEASUREMENT LAYOUT       *
      *          (QGECSLA) THE SAME WAY QGECCNT IS KEPT APART FROM     *
      *          THE DEAD-LETTER/ABEND/POOL RECORDS: QG7CSLA TELLS     *
      *          AN INQUIRY FROM A MEASUREMENT BY THE COMMAREA LENGTH  *
      *          (EIBCALEN = LENGTH OF QGECSLQ) TOGETHER WITH          *
      *          SLQ-REQUEST-INQUIRE, SO EVERY EXISTING WRITER IS      *
      *          UNCHANGED.                                            *
      *          THE ANSWER COVERS THE LIVE MEASUREMENTS (SLA-TYP-     *
      *          LIVE) TAKEN IN THE LAST SLQ-WINDOW-MIN MINUTES, ONE   *
      *          ROW PER CHANNEL/TRANSACTION - THE DAILY BUCKETS       *
      *          (QGECSLB) ONLY EVER GROW, SO A SLOW SPELL THAT HAS    *
      *          PASSED WOULD NEVER SHOW AS RECOVERED IN THEM.         *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *                                                                *
      *** DEM#2411     06.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: ORIGINAL VERSION                                 *
      *  MOD. MARKER: @DEM#2411/06.10.2026                             *
      *** DEM#2411     06.10.2026   G7   END                           *
      ******************************************************************
       05  QGECSLQ.
           10  SLQ-REQUEST                  PIC X(01).
               88  SLQ-REQUEST-INQUIRE                 VALUE 'Q'.
           10  SLQ-WINDOW-MIN               PIC 9(04).
           10  SLQ-ENT                      PIC 9(02).
           10  SLQ-TAB  OCCURS 20 TIMES.
               15  SLQ-CHANNEL              PIC X(02).
               15  SLQ-COD-TX               PIC X(08).
               15  SLQ-COUNT                PIC 9(07).
      *    ALL TIMES IN HUNDREDTHS OF A SECOND
               15  SLQ-AVG-CS               PIC 9(08).
               15  SLQ-WORST-CS             PIC 9(08).
