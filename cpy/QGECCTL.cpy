      ******************************************************************
      * QGECCTL: CONTROL-TOTALS RECORD OF THE JOBS THAT REBUILD A      *
      *          PERMANENT STORE (QG8CARC, QG8CDLR, QG8CKEY) AND OF    *
      *          THE ONLINE-CLUSTER COUNT TAKEN BY QG8CBAL BEFORE THE  *
      *          JOB RUNS. QG8CBAL BALANCES THE TWO BETWEEN THE JOB    *
      *          AND THE IDCAMS STEP THAT REPLACES THE ONLINE CLUSTER, *
      *          AND STOPS THE REPLACE WHEN THEY DO NOT AGREE.         *
      *          EVERY COUNT IS TAKEN WHERE THE RECORD IS PHYSICALLY   *
      *          READ OR WRITTEN (RECORDS CARRIED FORWARD ON A RESTART *
      *          INCLUDED), NOT FROM THE JOB'S OWN DISPOSITION         *
      *          COUNTERS - A JOB THAT LOSES A RECORD CANNOT ALSO LOSE *
      *          IT FROM ITS TOTALS. THE JOB WRITES THE RECORD ONLY    *
      *          WHEN IT REACHES ITS NORMAL END, SO A CUT-OFF RUN      *
      *          LEAVES NO TOTALS AND CAN NEVER BALANCE.               *
      *            CTL-READ            RECORDS READ FROM STORIN/DLQIN  *
      *                                (TYPE C: RECORDS IN THE ONLINE  *
      *                                CLUSTER)                        *
      *            CTL-SKIPPED         OF THOSE, SKIPPED ON RESTART    *
      *            CTL-FAILED          RECORDS THE JOB COULD NOT       *
      *                                PROCESS (KEPT UNCHANGED)        *
      *            CTL-OUT-STORE       WRITTEN TO NEWOUT/SRVOUT - THE  *
      *                                REBUILT STORE                   *
      *            CTL-OUT-ARCHIVE     WRITTEN TO ARCOUT (QG8CARC)     *
      *            CTL-OUT-INDEX       WRITTEN TO ARCIDX (QG8CARC)     *
      *            CTL-RESUBMITTED     RESUBMITTED OK AND LEFT OUT OF  *
      *                                SRVOUT (QG8CDLR)                *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *                                                                *
      *** DEM#2415     14.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: ORIGINAL VERSION                                 *
      *  MOD. MARKER: @DEM#2415/14.10.2026                             *
      *** DEM#2415     14.10.2026   G7   END                           *
      ******************************************************************
       05  QGECCTL.
           10  CTL-REC-TYPE                 PIC X(01).
      *    WRITTEN BY THE REBUILD JOB AT ITS NORMAL END.
               88  CTL-TYPE-JOB                        VALUE 'J'.
      *    ONLINE-CLUSTER COUNT, WRITTEN BY QG8CBAL AHEAD OF THE JOB.
               88  CTL-TYPE-CLUSTER                    VALUE 'C'.
           10  CTL-PROGRAM                  PIC X(08).
           10  CTL-STORE-ID                 PIC X(03).
           10  CTL-TIMESTAMP                PIC X(16).
           10  CTL-READ                     PIC 9(09).
           10  CTL-SKIPPED                  PIC 9(09).
           10  CTL-FAILED                   PIC 9(09).
           10  CTL-OUT-STORE                PIC 9(09).
           10  CTL-OUT-ARCHIVE              PIC 9(09).
           10  CTL-OUT-INDEX                PIC 9(09).
           10  CTL-RESUBMITTED              PIC 9(09).
           10  FILLER                       PIC X(09).
