      * QGECJNL: COMMAREA FOR ELECTRONIC-JOURNAL READER QG7CJNL. GIVEN *
      *          A LOGICAL TERMINAL AND A TIME WINDOW, READS THE       *
      *          PERMANENT AUDIT TRAIL (QGECAUD) FOR THAT TERMINAL IN  *
      *          TIME ORDER, PAIRS EACH INBOUND RECORD WITH ITS        *
      *          OUTBOUND RECORD BY AUD-MSG-UID AND HANDS BACK ONE     *
      *          ENTRY PER MESSAGE - THE SAME FIELDS AS A LINE OF THE  *
      *          QG8CJRN BATCH JOURNAL. THE DISPOSITION IS 'DLQ' WHEN  *
      *          QG7CDLQ HOLDS A CAPTURE WITH THE MESSAGE'S UID AND    *
      *          'ABN' WHEN QG7CTUT HOLDS AN ABEND RECORD WITH IT.     *
      *          JNL-E-CONTENT IS THE FIRST BYTES OF THE MESSAGE       *
      *          CONTENT IN CLEAR - THE CALLER MASKS IT BEFORE IT IS   *
      *          SHOWN ANYWHERE.                                       *
      *          A WINDOW HOLDING MORE MESSAGES THAN THE TABLE COMES   *
      *          BACK WITH JNL-MORE-YES; THE CALLER ASKS AGAIN WITH    *
      *          JNL-RESUME-UID SET TO THE LAST UID RETURNED.          *
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *                                                                *
      *** DEM#2419     15.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: ORIGINAL VERSION                                 *
      *  MOD. MARKER: @DEM#2419/15.10.2026                             *
      *** DEM#2419     15.10.2026   G7   END                           *
      *** DEM#2423     15.10.2026   G7   BEGIN  (KOENIG M.)      R26.6 *
      *  DESCRIPTION: JNL-E-ACT-LTH IS THE SCANNED CONTENT LENGTH, NOT *
      *               AUD-MSG-LTH - THAT IS THE DECLARED LENGTH AGAIN, *
      *               SO DECLARED AND ACTUAL COULD NEVER DIFFER.       *
      *  MOD. MARKER: @DEM#2423/15.10.2026                             *
      *** DEM#2423     15.10.2026   G7   END                           *
      ******************************************************************
       05  QGECJNL.
           10  JNL-LOG-TRM                  PIC X(05).
      *    WINDOW BOUNDS, YYYYMMDDHHMMSSCC, BOTH INCLUSIVE.
           10  JNL-FROM-TS                  PIC X(16).
           10  JNL-TO-TS                    PIC X(16).
      *    SPACES = FROM THE START OF THE WINDOW.
           10  JNL-RESUME-UID               PIC X(27).
           10  JNL-STATUS                   PIC X(01).
               88  JNL-STATUS-OK                       VALUE '0'.
               88  JNL-STATUS-NOT-FOUND                VALUE '1'.
               88  JNL-STATUS-ERROR                    VALUE '9'.
           10  JNL-MORE                     PIC X(01).
               88  JNL-MORE-YES                        VALUE 'Y'.
               88  JNL-MORE-NO                         VALUE 'N'.
      *    INQUIRY SIDE - THE MESSAGES COME BACK IN TIME ORDER.
           10  JNL-ENT                      PIC 9(02).
           10  JNL-TAB  OCCURS 20 TIMES.
               15  JNL-E-TIMESTAMP          PIC X(16).
               15  JNL-E-USER               PIC X(08).
               15  JNL-E-COD-TX             PIC X(08).
      *--MC.S @DEM#2423/15.10.2026
      *        EINP-INP-LTH-PS9 AS SENT, AND THE LENGTH RECEIVED: THE
      *        LAST BYTE OF EINP-CONTENT-PS9 THAT IS NOT SPACE OR
      *        LOW-VALUE, SCANNED BACK FROM THE END OF THE BUFFER (NOT
      *        FROM THE DECLARED LENGTH, SO AN OVERRUN SHOWS) - THE
      *        SAME FIGURE AS THE QG8CJRN BATCH JOURNAL.
      *--MC.E @DEM#2423/15.10.2026
               15  JNL-E-DECL-LTH           PIC 9(05).
               15  JNL-E-ACT-LTH            PIC 9(05).
               15  JNL-E-RESP-COD           PIC X(03).
               15  JNL-E-RESP-SUB           PIC X(01).
               15  JNL-E-COD-ERR            PIC X(07).
               15  JNL-E-DISP               PIC X(03).
                   88  JNL-E-DISP-NONE                 VALUE SPACES.
                   88  JNL-E-DISP-DLQ                  VALUE 'DLQ'.
                   88  JNL-E-DISP-ABN                  VALUE 'ABN'.
               15  JNL-E-MSG-UID            PIC X(27).
               15  JNL-E-CONTENT            PIC X(40).
