      *                OF QAECINP/QAECOUT IS THE CURRENT OVERLAY.       *
      *  MOD. MARKER: @DEM#2281/09.08.2026                             *
      *** DEM#2281     09.08.2026   G7   END                           *
      * - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - - -*
      *** DEM#2417     15.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: EINP-SW-BLK-PS9 TAKEN FROM THE HEADER FILLER -   *
      *               COMMIT MODE OF A QGBK BULK ENVELOPE (CONTENT     *
      *               LAYOUT IN QAECBLK). IGNORED ON ANY OTHER         *
      *               TRANSACTION CODE.                                *
      *  MOD. MARKER: @DEM#2417/15.10.2026                             *
      *** DEM#2417     15.10.2026   G7   END                           *
      ******************************************************************
           05  QAECINP.
               10  EINP-HEAD-PS9.
                   15  EINP-TYP-PROCESS-PS9     PIC X(01).
                   15  EINP-FLG-PREFORMAT-PS9   PIC X(01).
                   15  EINP-LNG-PS9             PIC X(01).
      *--MC.S @DEM#2417/15.10.2026
      ***          15  FILLER                   PIC X(12).
                   15  EINP-SW-BLK-PS9          PIC X(01).
                       88  EINP-SW-BLK-ALL                  VALUE 'A'.
                       88  EINP-SW-BLK-IND                  VALUE 'I'.
                   15  FILLER                   PIC X(11).
      *--MC.E @DEM#2417/15.10.2026
                   15  EINP-TAG-END-PS9         PIC X(05).
               10  EINP-CONTENT-PS9            PIC X(31679).
