      ******************************************************************
      * QGECBRK: COMMAREA FOR CIRCUIT-BREAKER STORE QG7CBRK.           *
      *          ONE REGION-WIDE BREAKER IN FRONT OF THE BUSINESS      *
      *          DISPATCH (QA1CENT / COORDINATOR QA1CCR2). QC1CDPL     *
      *          REPORTS EVERY LINK/ABEND FAILURE OF THE DISPATCH AND  *
      *          EVERY NORMAL END THAT FOLLOWS ONE; THE STORE KEEPS    *
      *          THE CONSECUTIVE-FAILURE COUNT AND THE BREAKER STATE   *
      *          UNDER ITS OWN SERIALISATION, SO TWO TASKS NEVER BOTH  *
      *          OPEN OR BOTH CLOSE THE SAME OUTAGE:                   *
      *            FAILURE  COUNT + 1; A CLOSED BREAKER WHOSE COUNT    *
      *                     REACHES BRK-LIMIT OPENS                    *
      *            SUCCESS  COUNT = 0; AN OPEN BREAKER CLOSES          *
      *          EACH OPEN AND CLOSE IS ANSWERED IN BRK-TRANSITION     *
      *          AND KEPT BY THE STORE AS A TRANSITION RECORD (THE     *
      *          CLOSE RECORD CARRIES BRK-OPENED-TS, SO EVERY OUTAGE   *
      *          HAS ITS START AND END IN ONE ROW). LIKE QG7CDLQ THE   *
      *          STORE IS NOT RECOVERABLE - A FAILURE REPORTED JUST    *
      *          BEFORE THE COORDINATOR ROLLS BACK MUST SURVIVE IT.    *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *                                                                *
      *** DEM#2412     13.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: ORIGINAL VERSION                                 *
      *  MOD. MARKER: @DEM#2412/13.10.2026                             *
      *** DEM#2412     13.10.2026   G7   END                           *
      ******************************************************************
       05  QGECBRK.
           10  BRK-REQUEST                  PIC X(01).
               88  BRK-REQUEST-INQUIRE                 VALUE 'I'.
               88  BRK-REQUEST-FAILURE                 VALUE 'F'.
               88  BRK-REQUEST-SUCCESS                 VALUE 'S'.
           10  BRK-TIMESTAMP                PIC X(16).
           10  BRK-SYSID                    PIC X(04).
      *    FAILURE SIDE - THE PROGRAM THAT FAILED AND THE NUMBER OF
      *    CONSECUTIVE FAILURES THAT OPENS THE BREAKER.
           10  BRK-SOURCE                   PIC X(08).
           10  BRK-LIMIT                    PIC 9(04).
      *    ANSWER - STATE AND COUNT AFTER THE REQUEST.
           10  BRK-STATE                    PIC X(01).
               88  BRK-STATE-CLOSED                    VALUE 'C'.
               88  BRK-STATE-OPEN                      VALUE 'O'.
           10  BRK-FAIL-CNT                 PIC 9(05).
           10  BRK-OPENED-TS                PIC X(16).
           10  BRK-TRANSITION               PIC X(01).
               88  BRK-TRANSITION-NONE                 VALUE ' '.
               88  BRK-TRANSITION-OPENED               VALUE 'O'.
               88  BRK-TRANSITION-CLOSED               VALUE 'C'.
           10  BRK-STATUS                   PIC X(01).
               88  BRK-STATUS-OK                       VALUE '0'.
               88  BRK-STATUS-ERROR                    VALUE '9'.
