       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HLPWINSVC.

      *================================================================
      *  Shared field help (in the spirit of AUTHCHKSVC - one CALL,
      *  one job done): a screen that sees F1 passes its display
      *  file, record formats and the cursor row/column its DDS
      *  returned (RTNCSRLOC), and this works out which field the
      *  cursor was on and shows that field's help in a window.
      *
      *  The field is found the way EXTACCDSP finds it - the
      *  QUSLFLD list of the record format's fields, then the one
      *  whose row matches and whose columns span the cursor. The
      *  control format is tried first; a cursor on a subfile line
      *  is then matched against the subfile format, whose fields
      *  QUSLFLD places on the first line - any line at or below
      *  it is the same column.
      *
      *  The text is the HLPTXTPF lines keyed for the display file
      *  and field (HLPTXTMNT). A field nobody has written help for
      *  falls back to its XDICTPF data-dictionary description:
      *  the caller names the database file behind the screen and
      *  the prefix its field names carry there, and an entry field
      *  such as ENT_THRMIN is looked up as the file field itself
      *  (THRMIN) and then as prefix + the part after the "_"
      *  (STPTHRMIN on BATCHSTP).
      *
      *    HLPWIN-STAT "H" - help text shown;
      *                "D" - dictionary description shown;
      *                "N" - no field at the cursor, or nothing is
      *                      known about it (the window says so).
      *
      *  The files and the window are opened per call; F1 is rare.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HLPTXTPF       ASSIGN  TO DATABASE-HLPTXTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         HTKEY.

           SELECT XDICTPF        ASSIGN  TO DATABASE-XDICTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         XDKEY.

           SELECT HLPWINDSP      ASSIGN  TO WORKSTATION-HLPWINDSP-SI
                  ORGANIZATION   IS         TRANSACTION
                  ACCESS         IS         SEQUENTIAL.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  HLPTXTPF
           LABEL RECORDS ARE STANDARD.
       01  HLPTXTPF-REC.
           COPY DDS-ALL-FORMATS OF HLPTXTPF.

       FD  XDICTPF
           LABEL RECORDS ARE STANDARD.
       01  XDICTPF-REC.
           COPY DDS-ALL-FORMATS OF XDICTPF.

       FD  HLPWINDSP
           LABEL RECORDS ARE STANDARD.
       01  HLPWINDSP-REC     PIC X(1920).


       WORKING-STORAGE SECTION.

       01  REC1-O.
           COPY DDS-REC1-O OF HLPWINDSP.

       01  WIN-LINE-TABLE REDEFINES REC1-O.
           05  FILLER                      PIC X(50).
           05  WIN-LINE                    PIC X(60) OCCURS 10 TIMES.

       01  SWITCH-AREA.
           05  EOF-HLPTXTPF-SW     PIC 1   VALUE B"0".
               88  NOT-EOF-HLPTXTPF        VALUE B"0".
               88  EOF-HLPTXTPF            VALUE B"1".
           05  DICT-FOUND-SW       PIC 1   VALUE B"0".
               88  DICT-FOUND              VALUE B"1".
               88  DICT-NOT-FOUND          VALUE B"0".
           05  SFL-LOOKUP-SW       PIC 1   VALUE B"0".
               88  CTL-LOOKUP              VALUE B"0".
               88  SFL-LOOKUP              VALUE B"1".

      *          The QUSLFLD call and its receiver, as EXTACCDSP
      *          uses them - the generic list header redefined over
      *          the receiver, entries sliced out at the reported
      *          offset and stride.

       01  LFLD-RECEIVER-VAR               PIC X(800).

       01  LFLD-HEADER REDEFINES LFLD-RECEIVER-VAR.
           05  LFLD-HDR-BYTES-RETURNED     PIC S9(9) BINARY.
           05  LFLD-HDR-BYTES-AVAILABLE    PIC S9(9) BINARY.
           05  LFLD-HDR-RELEASE-LEVEL      PIC X(4).
           05  LFLD-HDR-LIST-STATUS        PIC X(1).
           05  FILLER                      PIC X(3).
           05  LFLD-HDR-CCSID              PIC S9(9) BINARY.
           05  LFLD-HDR-INFO-STATUS        PIC X(1).
           05  FILLER                      PIC X(3).
           05  LFLD-HDR-DATE-TIME          PIC X(13).
           05  LFLD-HDR-NUM-RECORDS        PIC S9(9) BINARY.
           05  LFLD-HDR-SIZE-EACH-RECORD   PIC S9(9) BINARY.
           05  FILLER                      PIC X(4).
           05  LFLD-HDR-OFFSET-LIST-DATA   PIC S9(9) BINARY.
           05  LFLD-HDR-NUM-LIST-ENTRIES   PIC S9(9) BINARY.
           05  LFLD-HDR-SIZE-EACH-ENTRY    PIC S9(9) BINARY.
           05  FILLER                      PIC X(4).
           05  LFLD-HDR-INFO-COMPLETE      PIC X(1).
           05  FILLER                      PIC X(3).
           05  FILLER                      PIC X(731).

       01  QUSLFLD-PARM.
           05  LFLD-RECEIVER-VAR-LEN       PIC S9(9) BINARY
                                           VALUE 800.
           05  LFLD-FORMAT-NAME            PIC X(8)
                                           VALUE "FLDL0100".
           05  LFLD-QUALIFIED-FILE-NAME.
               10  LFLD-FNAME              PIC X(10).
               10  LFLD-FLIB               PIC X(10) VALUE "*LIBL".
           05  LFLD-RECORD-FORMAT-NAME     PIC X(10).
           05  LFLD-OVERRIDE-FILE          PIC X(1) VALUE "0".
           05  LFLD-ERROR-CODE.
               10  BYTES-PROVIDED          PIC S9(9) BINARY.
               10  BYTES-AVAILABLE         PIC S9(9) BINARY.
               10  EXCEPTION-ID            PIC X(7).
               10  RESERVED                PIC X(1).
               10  EXCEPTION-DATA          PIC X(512).

       01  LFLD-ENTRY-WORK.
           05  LFLD-ENTRY-BUF              PIC X(22).
       01  LFLD-ENTRY-FIELDS REDEFINES LFLD-ENTRY-WORK.
           05  WK-FIELD-NAME               PIC X(10).
           05  WK-FIELD-ROW                PIC 9(4) BINARY.
           05  WK-FIELD-COL                PIC 9(4) BINARY.
           05  WK-FIELD-LEN                PIC 9(4) BINARY.

       01  FIELD-TABLE.
           05  FIELD-ENTRY OCCURS 50 TIMES.
               10  LFLD-FIELD-NAME         PIC X(10).
               10  LFLD-FIELD-ROW          PIC 9(4) BINARY.
               10  LFLD-FIELD-COL          PIC 9(4) BINARY.
               10  LFLD-FIELD-LEN          PIC 9(4) BINARY.

       01  FIELD-LOOKUP-AREAS.
           05  WS-FIELD-NAME               PIC X(10) VALUE SPACES.
           05  WS-FIELD-IDX                PIC 9(2)  VALUE ZEROES.
           05  FIELD-TABLE-COUNT           PIC 9(2)  VALUE ZEROES.
           05  WS-ENTRY-OFFSET             PIC S9(9) BINARY.
           05  FIELD-FOUND-SW              PIC 9     VALUE ZEROES.
               88  FIELD-FOUND                       VALUE 1.
               88  FIELD-NOT-FOUND                   VALUE 0.

       01  WS-LINE-COUNT                   PIC 9(2)  VALUE ZEROES.
       01  WS-FLD-HEAD                     PIC X(10) VALUE SPACES.
       01  WS-FLD-TAIL                     PIC X(10) VALUE SPACES.
       01  WS-DICT-FLD                     PIC X(10) VALUE SPACES.
       01  WS-ED-LEN                       PIC ZZZZ9.
       01  WS-ED-DEC                       PIC Z9.

       LINKAGE SECTION.

       01  HLPWIN-PARM.
           05  HLPWIN-DSPF                 PIC X(10).
           05  HLPWIN-CTLFMT               PIC X(10).
           05  HLPWIN-SFLFMT               PIC X(10).
           05  HLPWIN-ROW                  PIC S9(3).
           05  HLPWIN-COL                  PIC S9(3).
           05  HLPWIN-DICTF                PIC X(10).
           05  HLPWIN-DICTP                PIC X(10).
           05  HLPWIN-FIELD                PIC X(10).
           05  HLPWIN-STAT                 PIC X(1).

      *================================================================

       PROCEDURE DIVISION USING HLPWIN-PARM.

       0000-MAIN-LOGIC.

           MOVE SPACES TO HLPWIN-FIELD.
           MOVE "N"    TO HLPWIN-STAT.
           INITIALIZE REC1-O.

           SET CTL-LOOKUP TO TRUE.
           MOVE HLPWIN-CTLFMT TO LFLD-RECORD-FORMAT-NAME.
           PERFORM 1000-LOAD-FIELD-LIST.
           PERFORM 2000-FIND-FIELD.

           IF FIELD-NOT-FOUND
           AND HLPWIN-SFLFMT NOT = SPACES
              SET SFL-LOOKUP TO TRUE
              MOVE HLPWIN-SFLFMT TO LFLD-RECORD-FORMAT-NAME
              PERFORM 1000-LOAD-FIELD-LIST
              PERFORM 2000-FIND-FIELD
           END-IF.

           IF FIELD-FOUND
              MOVE WS-FIELD-NAME TO HLPWIN-FIELD
                                    WIN-FIELD OF REC1-O
              PERFORM 3000-READ-HELP-TEXT
              IF HLPWIN-STAT = "N"
                 PERFORM 4000-READ-DICTIONARY
              END-IF
              IF HLPWIN-STAT = "N"
                 MOVE "NO HELP FOR THIS FIELD"
                    TO WIN-SOURCE OF REC1-O
                 MOVE "Nothing has been written about this field yet."
                    TO WIN-LINE(1)
                 MOVE "Help text is added on the HLPTXTMNT screen."
                    TO WIN-LINE(2)
              END-IF
           ELSE
              MOVE "NO FIELD AT THE CURSOR" TO WIN-SOURCE OF REC1-O
              MOVE "Place the cursor on a field and press F1 again."
                 TO WIN-LINE(1)
           END-IF.

           PERFORM 5000-SHOW-WINDOW.

           GOBACK.

      *================================================================

       1000-LOAD-FIELD-LIST.

           MOVE HLPWIN-DSPF TO LFLD-FNAME.
           MOVE LENGTH OF LFLD-ERROR-CODE TO
                                      BYTES-PROVIDED OF LFLD-ERROR-CODE.
           MOVE SPACES TO EXCEPTION-ID OF LFLD-ERROR-CODE.
           CALL "QUSLFLD" USING LFLD-RECEIVER-VAR
                                LFLD-RECEIVER-VAR-LEN
                                LFLD-FORMAT-NAME
                                LFLD-QUALIFIED-FILE-NAME
                                LFLD-RECORD-FORMAT-NAME
                                LFLD-OVERRIDE-FILE
                                LFLD-ERROR-CODE.

           MOVE ZEROES TO FIELD-TABLE-COUNT.

           IF EXCEPTION-ID OF LFLD-ERROR-CODE = SPACES
              PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-FIELD-IDX > LFLD-HDR-NUM-LIST-ENTRIES
                          OR WS-FIELD-IDX > 50
                 COMPUTE WS-ENTRY-OFFSET =
                    LFLD-HDR-OFFSET-LIST-DATA
                    + ((WS-FIELD-IDX - 1) * LFLD-HDR-SIZE-EACH-ENTRY)
                    + 1
                 MOVE LFLD-RECEIVER-VAR(WS-ENTRY-OFFSET:22)
                    TO LFLD-ENTRY-BUF
                 MOVE WK-FIELD-NAME TO LFLD-FIELD-NAME(WS-FIELD-IDX)
                 MOVE WK-FIELD-ROW  TO LFLD-FIELD-ROW(WS-FIELD-IDX)
                 MOVE WK-FIELD-COL  TO LFLD-FIELD-COL(WS-FIELD-IDX)
                 MOVE WK-FIELD-LEN  TO LFLD-FIELD-LEN(WS-FIELD-IDX)
                 MOVE WS-FIELD-IDX  TO FIELD-TABLE-COUNT
              END-PERFORM
           END-IF.

      *================================================================
      *  Hidden fields (the cursor fields themselves among them)
      *  have no screen position - row zero never matches.
      *================================================================

       2000-FIND-FIELD.

           SET FIELD-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-FIELD-NAME.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                    UNTIL WS-FIELD-IDX > FIELD-TABLE-COUNT
                       OR FIELD-FOUND
              IF LFLD-FIELD-ROW(WS-FIELD-IDX) > 0
              AND (HLPWIN-ROW = LFLD-FIELD-ROW(WS-FIELD-IDX)
                 OR (SFL-LOOKUP
                    AND HLPWIN-ROW > LFLD-FIELD-ROW(WS-FIELD-IDX)))
              AND HLPWIN-COL NOT < LFLD-FIELD-COL(WS-FIELD-IDX)
              AND HLPWIN-COL <  LFLD-FIELD-COL(WS-FIELD-IDX) +
                                LFLD-FIELD-LEN(WS-FIELD-IDX)
                 MOVE LFLD-FIELD-NAME(WS-FIELD-IDX) TO WS-FIELD-NAME
                 SET FIELD-FOUND TO TRUE
              END-IF
           END-PERFORM.

      *================================================================

       3000-READ-HELP-TEXT.

           MOVE ZEROES TO WS-LINE-COUNT.
           OPEN INPUT HLPTXTPF.

           SET NOT-EOF-HLPTXTPF TO TRUE.
           MOVE HLPWIN-DSPF   TO HTDSPF OF HLPTXTPF-REC.
           MOVE HLPWIN-FIELD  TO HTFLD  OF HLPTXTPF-REC.
           MOVE ZEROES        TO HTSEQ  OF HLPTXTPF-REC.
           START HLPTXTPF KEY IS NOT LESS THAN HTKEY OF HLPTXTPF-REC
              INVALID KEY
                 SET EOF-HLPTXTPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-HLPTXTPF OR WS-LINE-COUNT = 10
              READ HLPTXTPF NEXT RECORD
                 AT END
                    SET EOF-HLPTXTPF TO TRUE
                 NOT AT END
                    IF HTDSPF OF HLPTXTPF-REC NOT = HLPWIN-DSPF
                    OR HTFLD  OF HLPTXTPF-REC NOT = HLPWIN-FIELD
                       SET EOF-HLPTXTPF TO TRUE
                    ELSE
                       ADD 1 TO WS-LINE-COUNT
                       MOVE HTTEXT OF HLPTXTPF-REC
                          TO WIN-LINE(WS-LINE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE HLPTXTPF.

           IF WS-LINE-COUNT > 0
              MOVE "H" TO HLPWIN-STAT
              STRING "HELP - " DELIMITED BY SIZE
                     HLPWIN-DSPF DELIMITED BY SPACE
                 INTO WIN-SOURCE OF REC1-O
              END-STRING
           END-IF.

      *================================================================

       4000-READ-DICTIONARY.

           IF HLPWIN-DICTF NOT = SPACES
              SET DICT-NOT-FOUND TO TRUE
              OPEN INPUT XDICTPF

              MOVE HLPWIN-FIELD TO WS-DICT-FLD
              PERFORM 4100-READ-DICT-FIELD

              MOVE SPACES TO WS-FLD-HEAD WS-FLD-TAIL
              UNSTRING HLPWIN-FIELD DELIMITED BY "_"
                 INTO WS-FLD-HEAD WS-FLD-TAIL
              END-UNSTRING
              IF DICT-NOT-FOUND
              AND WS-FLD-TAIL NOT = SPACES
                 MOVE WS-FLD-TAIL TO WS-DICT-FLD
                 PERFORM 4100-READ-DICT-FIELD
                 IF DICT-NOT-FOUND
                 AND HLPWIN-DICTP NOT = SPACES
                    MOVE SPACES TO WS-DICT-FLD
                    STRING HLPWIN-DICTP DELIMITED BY SPACE
                           WS-FLD-TAIL  DELIMITED BY SPACE
                       INTO WS-DICT-FLD
                    END-STRING
                    PERFORM 4100-READ-DICT-FIELD
                 END-IF
              END-IF

              CLOSE XDICTPF

              IF DICT-FOUND
                 PERFORM 4200-SHOW-DICT-FIELD
              END-IF
           END-IF.

      *================================================================

       4100-READ-DICT-FIELD.

           MOVE HLPWIN-DICTF TO XDFILE OF XDICTPF-REC.
           MOVE WS-DICT-FLD  TO XDFLD  OF XDICTPF-REC.
           READ XDICTPF
              INVALID KEY
                 SET DICT-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET DICT-FOUND TO TRUE
           END-READ.

      *================================================================

       4200-SHOW-DICT-FIELD.

           MOVE "D" TO HLPWIN-STAT.
           STRING "DICTIONARY - " DELIMITED BY SIZE
                  XDFILE OF XDICTPF-REC DELIMITED BY SPACE
                  "/"                   DELIMITED BY SIZE
                  XDFLD  OF XDICTPF-REC DELIMITED BY SPACE
              INTO WIN-SOURCE OF REC1-O
           END-STRING.

           MOVE XDTEXT OF XDICTPF-REC TO WIN-LINE(1).

           MOVE XDLEN OF XDICTPF-REC TO WS-ED-LEN.
           MOVE XDDEC OF XDICTPF-REC TO WS-ED-DEC.
           IF XDTYPE OF XDICTPF-REC = "A"
              STRING "Character, length " DELIMITED BY SIZE
                     WS-ED-LEN            DELIMITED BY SIZE
                 INTO WIN-LINE(3)
              END-STRING
           ELSE
              STRING "Numeric (" DELIMITED BY SIZE
                     XDTYPE OF XDICTPF-REC DELIMITED BY SIZE
                     "), length " DELIMITED BY SIZE
                     WS-ED-LEN   DELIMITED BY SIZE
                     ", decimals " DELIMITED BY SIZE
                     WS-ED-DEC   DELIMITED BY SIZE
                 INTO WIN-LINE(3)
              END-STRING
           END-IF.

      *================================================================
      *  The window format overlays the caller's screen (DDS
      *  WINDOW); any key the window allows - Enter or F12 -
      *  closes it and the caller redisplays as it was.
      *================================================================

       5000-SHOW-WINDOW.

           OPEN I-O HLPWINDSP.
           WRITE HLPWINDSP-REC FROM REC1-O FORMAT IS "REC1".
           READ HLPWINDSP FORMAT IS "REC1".
           CLOSE HLPWINDSP.
