      *                 EXPIRED FLAG IS IGNORED BY THE READERS AND     *
      *                 PURGED BY THE STORE, SO A TRACE LEFT ON        *
      *                 CANNOT FILL THE TRACE STORE                    *
      *            THR  TBL-KEY (1:3)  CHECK TYPE, (4:17) SUBJECT:     *
      *                 DLQ  (4:2) CHANNEL                             *
      *                 TUT  (4:8) PROGRAM                             *
      *                 TAL  (4:2) CHANNEL, (6:4) ENTITY               *
      *                 COE  (4:5) TERMINAL                            *
      *                 SLA  (4:2) CHANNEL, (6:8) TRANSACTION          *
      *                 (SPACES IN A SUBJECT PART MATCH ANY VALUE);    *
      *                 TBL-DATA (1:9) THRESHOLD, ZONED - THE HIGHEST  *
      *                 VALUE TOLERATED (UNITS SEE QGECALR)            *
      *            BRK  TBL-KEY (1:5)  'LIMIT' - TBL-DATA (1:4) ZONED, *
      *                 CONSECUTIVE DISPATCH FAILURES THAT OPEN THE    *
      *                 CIRCUIT BREAKER (SEE QGECBRK); OR              *
      *                 (1:3) 'DEF' + (4:2) CHANNEL - A DEFERRABLE     *
      *                 CHANNEL, PARKED ON +COE WHILE THE BREAKER IS   *
      *                 OPEN INSTEAD OF BEING REFUSED                  *
      *            JSN  TBL-KEY (1:8)  MOBILE TRANSACTION NAME AS SENT *
      *                 TO THE QC1CJSN JSON ADAPTER, (9:2) ROW:        *
      *                 '00' THE TRANSACTION ROW - TBL-DATA (1:8)      *
      *                 QAECINP TRANSACTION CODE, (9:1) HEADER FORMAT, *
      *                 (10:1) PROCESS SWITCH, (11:1) PREFORMAT        *
      *                 SWITCH, (12:1) DEFAULT COMMIT FLAG, (13:1)     *
      *                 MESSAGE TYPE, (14:1) PROCESS TYPE, (15:2)      *
      *                 USER OPTION;                                   *
      *                 '01'-'19' ONE CONTENT FIELD - TBL-DATA (1:20)  *
      *                 JSON NAME, (21:5) POSITION AND (26:5) LENGTH   *
      *                 IN EINP-CONTENT-PS9 (ZONED), (31:1) 'A' TEXT   *
      *                 OR 'N' DIGITS (RIGHT-ALIGNED, ZERO-FILLED),    *
      *                 (32:1) 'Y' REQUIRED. NO FIELD ROWS = THE       *
      *                 REQUEST'S CONTENT IS PASSED THROUGH AS IT IS.  *
      *                 THE ADAPTER INQUIRES WITH (1:8) ONLY AND GETS  *
      *                 EVERY ROW OF THE TRANSACTION IN ONE ANSWER.    *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *               COORDINATOR DEEP TRACE (SEE QGECTRC).            *
      *  MOD. MARKER: @DEM#2410/02.09.2026                             *
      *** DEM#2410     02.09.2026   G7   END                           *
      *** DEM#2411     06.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: THR TABLE ADDED - THE ALERT THRESHOLDS CHECKED   *
      *               BY THE QGMN MONITOR TRANSACTION (SEE QGECALR).   *
      *  MOD. MARKER: @DEM#2411/06.10.2026                             *
      *** DEM#2411     06.10.2026   G7   END                           *
      *** DEM#2412     13.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: BRK TABLE ADDED - CIRCUIT-BREAKER TRIP LIMIT AND *
      *               THE DEFERRABLE CHANNELS (SEE QGECBRK).           *
      *  MOD. MARKER: @DEM#2412/13.10.2026                             *
      *** DEM#2412     13.10.2026   G7   END                           *
      *** DEM#2420     15.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: JSN TABLE ADDED - THE PER-TRANSACTION FIELD      *
      *               MAPPING OF THE MB-CHANNEL JSON ADAPTER (SEE      *
      *               QAECJSN).                                        *
      *  MOD. MARKER: @DEM#2420/15.10.2026                             *
      *** DEM#2420     15.10.2026   G7   END                           *
      ******************************************************************
       05  QGECTBL.
           10  TBL-REQUEST                  PIC X(01).
      *--MC.S @DEM#2410/02.09.2026
               88  TBL-TABLE-TRC                       VALUE 'TRC'.
      *--MC.E @DEM#2410/02.09.2026
      *--MC.S @DEM#2411/06.10.2026
               88  TBL-TABLE-THR                       VALUE 'THR'.
      *--MC.E @DEM#2411/06.10.2026
      *--MC.S @DEM#2412/13.10.2026
               88  TBL-TABLE-BRK                       VALUE 'BRK'.
      *--MC.E @DEM#2412/13.10.2026
      *--MC.S @DEM#2420/15.10.2026
               88  TBL-TABLE-JSN                       VALUE 'JSN'.
      *--MC.E @DEM#2420/15.10.2026
      *    WHO IS MAKING THE CHANGE - STAMPED INTO THE STORE'S OWN
      *    CHANGE HISTORY ALONGSIDE THE QG7CAUD AUDIT RECORDS OF THE
      *    QGTM MESSAGE ITSELF.
