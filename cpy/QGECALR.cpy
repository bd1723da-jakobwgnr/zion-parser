      * QGECALR: COMMAREA FOR THRESHOLD-ALERT STORE QG7CALR.           *
      *          ONE RECORD PER ALERT RAISED OR CLEARED BY THE QGMN    *
      *          MONITOR TRANSACTION. THE STORE ALSO KEEPS THE SET     *
      *          OF ALERTS THAT ARE CURRENTLY OPEN, KEYED BY THE THR   *
      *          CONTROL-TABLE KEY THAT FIRED THEM (QG7CTBL, SEE       *
      *          QGECTBL) - A RAISED RECORD OPENS THE KEY, A CLEARED   *
      *          RECORD CLOSES IT - SO EACH MONITOR CYCLE CAN ASK      *
      *          WHAT IS ALREADY OPEN INSTEAD OF RE-ALERTING THE       *
      *          SAME BREACH EVERY TIME IT RUNS.                       *
      *          ALR-VALUE/ALR-LIMIT UNITS FOLLOW THE CHECK TYPE:      *
      *            DLQ/TUT/TAL  RECORDS COUNTED TODAY                  *
      *            COE          AGE OF THE OLDEST ITEM IN MINUTES      *
      *            SLA          AVERAGE ELAPSED TIME IN HUNDREDTHS     *
      *                         OF A SECOND OVER THE RECENT WINDOW     *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *                                                                *
      *** DEM#2411     06.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: ORIGINAL VERSION                                 *
      *  MOD. MARKER: @DEM#2411/06.10.2026                             *
      *** DEM#2411     06.10.2026   G7   END                           *
      ******************************************************************
       05  QGECALR.
           10  ALR-REQUEST                  PIC X(01).
               88  ALR-REQUEST-WRITE                   VALUE 'W'.
      *    RETURNS THE OPEN ALERTS IN ALR-OPEN-TAB.
               88  ALR-REQUEST-OPEN                    VALUE 'O'.
           10  ALR-EVENT                    PIC X(01).
               88  ALR-EVENT-RAISED                    VALUE 'A'.
               88  ALR-EVENT-CLEARED                   VALUE 'C'.
           10  ALR-TIMESTAMP                PIC X(16).
      *    THE THR ENTRY'S OWN TBL-KEY - CHECK TYPE (1:3) + SUBJECT.
           10  ALR-KEY                      PIC X(20).
           10  ALR-KEY-SPLIT  REDEFINES  ALR-KEY.
               15  ALR-CHECK                PIC X(03).
               15  ALR-SUBJECT              PIC X(17).
      *    THE SUBJECT THAT ACTUALLY CROSSED (OR LAST CROSSED) THE
      *    THRESHOLD - DIFFERS FROM ALR-SUBJECT WHEN THE THR ENTRY
      *    USES WILDCARDS.
           10  ALR-HIT                      PIC X(17).
           10  ALR-VALUE                    PIC 9(09).
           10  ALR-LIMIT                    PIC 9(09).
           10  ALR-SYSID                    PIC X(04).
           10  ALR-STATUS                   PIC X(01).
               88  ALR-STATUS-OK                       VALUE '0'.
               88  ALR-STATUS-ERROR                    VALUE '9'.
      *    OPEN-ALERT INQUIRY SIDE.
           10  ALR-ENT                      PIC 9(02).
           10  ALR-OPEN-TAB  OCCURS 20 TIMES.
               15  ALR-O-KEY                PIC X(20).
               15  ALR-O-TIMESTAMP          PIC X(16).
               15  ALR-O-VALUE              PIC 9(09).
