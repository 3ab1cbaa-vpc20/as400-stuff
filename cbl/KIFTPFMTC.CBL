       IDENTIFICATION DIVISION.
      *****************************************************************
      **                       KPL System                            **
      **                       ----------                            **
      ** Program Id    -  KIFTPFMTC   Build a partner's formatted    **
      **                              copy of an outbound file       **
      **                                                             **
      *****************************************************************
      **                                                             **
      **  CHANGES DETAILS                                            **
      **                                                             **
      **  Change No. Date      BY  Description                       **
      **  ---------- -----     --  -----------------------           **
      **                                                             **
      *****************************************************************

       PROGRAM-ID.    KIFTPFMTC.
       AUTHOR.        VPC.
       INSTALLATION.  KEPPEL TATLEE.
       DATE-COMPILED.

      *---------------------------------------------------------------*
      * Called by KIFTPGEN's profile mode for each member file it is
      * about to put. When the profile has an active KIFTPFMT
      * outbound format for the file, the partner's copy is built
      * here - CSV, delimited or fixed width, one line per record,
      * with the KIFTPFMF fields in KIFTPFMF order - into FMTOUTF
      * in the profile's local library, and FMT-STAT comes back
      * "Y" with the copy's name and the data records written (the
      * count stays on KIFTPFMT for KIFTPRCN to carry to KIFTPSTS).
      * No active format comes back "N" and the file goes byte for
      * byte as it always has. A copy that cannot be built comes
      * back "E" with the reason in FMT-MSG; the copy is left empty
      * and KIFTPGEN leaves the file out of the script - a partner
      * is never sent half a conversion.
      *
      * The field attributes (type, length, digits, decimals and
      * buffer position) come from the file's CURRENT DSPFFD
      * definition, taken into QTEMP for this call and read through
      * an OVRDBF of QADSPFFD (the DBSIZCBL convention), so a field
      * added since the nightly QADSPFFD pre-build is known. The
      * file itself is read as a flat buffer (KIFTPFIN, overridden
      * to the member file) and each field picked out by position:
      * character fields as they are, zoned/packed/binary numbers
      * decoded and edited, dates (date-type fields, held *ISO, or
      * KIFTPFMF-flagged CCYYMMDD numbers) rewritten in FMTDATFMT.
      * Floating-point fields and numbers over 31 digits are not
      * converted - a format listing one is refused.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KIFTPFMT-FILE   ASSIGN  TO DATABASE-KIFTPFMT
                  ORGANIZATION    IS         INDEXED
                  ACCESS          IS         DYNAMIC
                  RECORD KEY      IS         FMTKEY.

           SELECT KIFTPFMF-FILE   ASSIGN  TO DATABASE-KIFTPFMF
                  ORGANIZATION    IS         INDEXED
                  ACCESS          IS         DYNAMIC
                  RECORD KEY      IS         FMFKEY.

           SELECT QADSPFFD-FILE   ASSIGN  TO DATABASE-QADSPFFD
                  ORGANIZATION    IS         SEQUENTIAL
                  ACCESS          IS         SEQUENTIAL.

           SELECT KIFTPFIN-FILE   ASSIGN  TO DATABASE-KIFTPFIN
                  ORGANIZATION    IS         SEQUENTIAL
                  ACCESS          IS         SEQUENTIAL.

           SELECT KIFTPFOUT-FILE  ASSIGN  TO DATABASE-KIFTPFOUT
                  ORGANIZATION    IS         SEQUENTIAL
                  ACCESS          IS         SEQUENTIAL.

      *---------------------------------------------------------------*

       DATA DIVISION.
       FILE SECTION.

       FD  KIFTPFMT-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPFMT-REC.
       COPY DDS-ALL-FORMATS OF KIFTPFMT.

       FD  KIFTPFMF-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPFMF-REC.
       COPY DDS-ALL-FORMATS OF KIFTPFMF.

       FD  QADSPFFD-FILE
           LABEL RECORDS ARE STANDARD.
       01  QADSPFFD-REC.
       COPY DDS-ALL-FORMATS OF QADSPFFD.

      * The member file as a flat buffer - any field ending past
      * position 9999 is refused when the format is loaded.

       FD  KIFTPFIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPFIN-REC                PIC X(9999).

      * The partner copy, created with the format's record length -
      * every line is written at that length.

       FD  KIFTPFOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 4000 CHARACTERS
              DEPENDING ON WS-OUT-LEN.
       01  KIFTPFOUT-REC               PIC X(4000).

       WORKING-STORAGE SECTION.

       01  WORK-AREAS.
           05 I                        PIC 9(4)  VALUE ZEROES.
           05 K                        PIC 9(3)  VALUE ZEROES.
           05 M                        PIC 9(4)  VALUE ZEROES.
           05 FI                       PIC 9(4)  VALUE ZEROES.
           05 WS-POS                   PIC 9(5)  VALUE ZEROES.
           05 WS-LEN                   PIC 9(5)  VALUE ZEROES.
           05 WS-REC-LEN               PIC 9(4)  VALUE ZEROES.
           05 WS-OUT-LEN               PIC 9(4)  VALUE ZEROES.
           05 WS-DELIM                 PIC X(1)  VALUE SPACES.
           05 WS-DEC-CHAR              PIC X(1)  VALUE SPACES.
           05 WS-LIB                   PIC X(10) VALUE SPACES.
           05 WS-ERR-FLD               PIC X(10) VALUE SPACES.

       01  PROGRAM-SWITCHES.
           05 WS-FORMAT-SW            PIC 1.
              88  FORMAT-FOUND        VALUE B"1".
              88  FORMAT-NOT-FOUND    VALUE B"0".
           05 WS-BUILD-SW             PIC 1.
              88  BUILD-OK            VALUE B"1".
              88  BUILD-FAILED        VALUE B"0".
           05 WS-EOF-QADSPFFD         PIC 1.
              88  NOT-EOF-QADSPFFD    VALUE B"0".
              88  EOF-QADSPFFD        VALUE B"1".
           05 WS-EOF-KIFTPFMF         PIC 1.
              88  NOT-EOF-KIFTPFMF    VALUE B"0".
              88  EOF-KIFTPFMF        VALUE B"1".
           05 WS-EOF-KIFTPFIN         PIC 1.
              88  NOT-EOF-KIFTPFIN    VALUE B"0".
              88  EOF-KIFTPFIN        VALUE B"1".
           05 WS-COPY-OPEN-SW         PIC 1.
              88  COPY-OPEN           VALUE B"1".
              88  COPY-NOT-OPEN       VALUE B"0".
           05 WS-VALUE-KIND           PIC X(1).
              88  VALUE-IS-TEXT       VALUE "T".
              88  VALUE-IS-NUMBER     VALUE "N".
              88  VALUE-IS-DATE       VALUE "D".
           05 WS-TRIM-SW              PIC 1.
              88  TRIM-DONE           VALUE B"1".
              88  TRIM-NOT-DONE       VALUE B"0".

       01  FMT-CMD.
           05 FMT-CMD-TEXT             PIC X(200) VALUE SPACES.
           05 FMT-CMD-LEN              PIC S9(9) BINARY.

       COPY QUSEC OF QSYSINC-QLBLSRC.

      * The file's fields from the DSPFFD outfile, in buffer order.

       01  FFD-TABLE.
           05 FFD-ENTRY OCCURS 999.
              10 FFD-FLD               PIC X(10).
              10 FFD-TEXT              PIC X(50).
              10 FFD-TYPE              PIC X(1).
              10 FFD-BUFLEN            PIC 9(5).
              10 FFD-DIGITS            PIC 9(3).
              10 FFD-DECPOS            PIC 9(2).
              10 FFD-POS               PIC 9(5).
       01  FFD-COUNT                   PIC 9(4) VALUE ZEROES.

      * The format's columns in KIFTPFMF order: the FFD-TABLE entry
      * each one takes, its fixed width, its heading and whether it
      * is written as a date.

       01  COL-TABLE.
           05 COL-ENTRY OCCURS 200.
              10 COL-FFD               PIC 9(4).
              10 COL-WIDTH             PIC 9(4).
              10 COL-HDR               PIC X(50).
              10 COL-DATE              PIC X(1).
       01  COL-COUNT                   PIC 9(3) VALUE ZEROES.

      * One output line, and the value of one column on its way
      * into it.

       01  LINE-WORK.
           05 WS-LINE                  PIC X(4000) VALUE SPACES.
           05 WS-LINE-LEN              PIC 9(4)  VALUE ZEROES.
           05 WS-VALUE                 PIC X(4000) VALUE SPACES.
           05 WS-VAL-LEN               PIC 9(4)  VALUE ZEROES.

      * Numbers are decoded unscaled into WS-NUM - the field's
      * bytes right-aligned into a 31-digit packed or zoned area
      * (leading X"00" / "0" bytes are leading zero digits), or
      * taken through the binary view of its length - and the
      * decimal point is placed when the digits are edited.

       01  NUMBER-WORK.
           05 WS-NUM                   PIC S9(31) VALUE ZEROES.
           05 WS-NUM-ABS               PIC 9(31)  VALUE ZEROES.
           05 WS-NUM-DIGITS REDEFINES WS-NUM-ABS
                                       PIC X(31).
           05 WS-NUM-NEG               PIC X(1)   VALUE "N".
           05 WS-INT-START             PIC 9(2)   VALUE ZEROES.
           05 WS-INT-LEN               PIC 9(2)   VALUE ZEROES.
           05 WS-PACKED-AREA           PIC X(16).
           05 WS-PACKED-NUM REDEFINES WS-PACKED-AREA
                                       PIC S9(31) PACKED-DECIMAL.
           05 WS-ZONED-AREA            PIC X(31).
           05 WS-ZONED-NUM REDEFINES WS-ZONED-AREA
                                       PIC S9(31).
           05 WS-BIN2-AREA             PIC X(2).
           05 WS-BIN2-NUM REDEFINES WS-BIN2-AREA
                                       PIC S9(4)  BINARY.
           05 WS-BIN4-AREA             PIC X(4).
           05 WS-BIN4-NUM REDEFINES WS-BIN4-AREA
                                       PIC S9(9)  BINARY.
           05 WS-BIN8-AREA             PIC X(8).
           05 WS-BIN8-NUM REDEFINES WS-BIN8-AREA
                                       PIC S9(18) BINARY.

       01  DATE-WORK.
           05 WS-DATE-8                PIC 9(8)  VALUE ZEROES.
           05 WS-DATE-8-X REDEFINES WS-DATE-8.
              10 WS-DATE-CCYY          PIC X(4).
              10 WS-DATE-MM            PIC X(2).
              10 WS-DATE-DD            PIC X(2).
           05 WS-DATE-ISO              PIC X(10) VALUE SPACES.
           05 WS-RECLEN-ED             PIC 9(4)  VALUE ZEROES.

       LINKAGE SECTION.

       01  FMT-PARM.
           05 FMT-PROF                 PIC X(10).
           05 FMT-FILE                 PIC X(10).
           05 FMT-LIB                  PIC X(10).
           05 FMT-OUTF                 PIC X(10).
           05 FMT-RECS                 PIC 9(10) PACKED-DECIMAL.
           05 FMT-STAT                 PIC X(1).
           05 FMT-MSG                  PIC X(50).

      *---------------------------------------------------------------*

       PROCEDURE DIVISION USING FMT-PARM.

       A000-MAIN-PARA.

           PERFORM A1000-INIT-PARA       THRU A1000-EXIT.

           IF FORMAT-FOUND
              IF BUILD-OK
                 PERFORM B1000-LOAD-DEFINITION THRU B1000-EXIT
              END-IF
              IF BUILD-OK
                 PERFORM C1000-BUILD-COPY      THRU C1000-EXIT
              END-IF
              PERFORM D1000-RECORD-BUILD    THRU D1000-EXIT
           END-IF.

           PERFORM E1000-CLOSE-PARA      THRU E1000-EXIT.

       A000-EXIT.
           GOBACK.

      *---------------------------------------------------------------*

       A1000-INIT-PARA.

           MOVE "N"      TO FMT-STAT.
           MOVE FMT-FILE TO FMT-OUTF.
           MOVE ZEROES   TO FMT-RECS.
           MOVE SPACES   TO FMT-MSG.
           MOVE ZEROES   TO FFD-COUNT COL-COUNT.
           SET COPY-NOT-OPEN TO TRUE.

           IF FMT-LIB = SPACES
              MOVE "*LIBL"  TO WS-LIB
           ELSE
              MOVE FMT-LIB  TO WS-LIB
           END-IF.

           OPEN INPUT KIFTPFMF-FILE.
           OPEN I-O   KIFTPFMT-FILE.

           SET FORMAT-FOUND TO TRUE.
           MOVE FMT-PROF TO FMTPROF OF KIFTPFMT-REC.
           MOVE FMT-FILE TO FMTFILE OF KIFTPFMT-REC.
           READ KIFTPFMT-FILE
              INVALID KEY
                 SET FORMAT-NOT-FOUND TO TRUE
           END-READ.

           IF FORMAT-FOUND
           AND FMTACT OF KIFTPFMT-REC NOT = "Y"
              SET FORMAT-NOT-FOUND TO TRUE
           END-IF.

           IF FORMAT-NOT-FOUND
              GO TO A1000-EXIT
           END-IF.

      * The definition itself must make sense before anything is
      * built - above all the copy must never be the file itself.

           SET BUILD-OK TO TRUE.

           IF FMTTYPE OF KIFTPFMT-REC NOT = "C"
           AND FMTTYPE OF KIFTPFMT-REC NOT = "D"
           AND FMTTYPE OF KIFTPFMT-REC NOT = "F"
              SET BUILD-FAILED TO TRUE
              MOVE "FORMAT TYPE NOT C, D OR F" TO FMT-MSG
              GO TO A1000-EXIT
           END-IF.

           IF FMTOUTF OF KIFTPFMT-REC = SPACES
           OR FMTOUTF OF KIFTPFMT-REC = FMT-FILE
              SET BUILD-FAILED TO TRUE
              MOVE "COPY FILE BLANK OR THE FILE ITSELF" TO FMT-MSG
              GO TO A1000-EXIT
           END-IF.

           IF FMTRECLEN OF KIFTPFMT-REC = ZEROES
              MOVE 1000 TO WS-REC-LEN
           ELSE
              MOVE FMTRECLEN OF KIFTPFMT-REC TO WS-REC-LEN
           END-IF.
           IF WS-REC-LEN > 4000
              SET BUILD-FAILED TO TRUE
              MOVE "RECORD LENGTH OVER 4000" TO FMT-MSG
              GO TO A1000-EXIT
           END-IF.

           EVALUATE FMTTYPE OF KIFTPFMT-REC
              WHEN "C"
                 MOVE ","    TO WS-DELIM
              WHEN "D"
                 IF FMTDELIM OF KIFTPFMT-REC = SPACES
                    MOVE "|" TO WS-DELIM
                 ELSE
                    MOVE FMTDELIM OF KIFTPFMT-REC TO WS-DELIM
                 END-IF
              WHEN OTHER
                 MOVE SPACES TO WS-DELIM
           END-EVALUATE.

           IF FMTDECPT OF KIFTPFMT-REC = SPACES
              MOVE "." TO WS-DEC-CHAR
           ELSE
              MOVE FMTDECPT OF KIFTPFMT-REC TO WS-DEC-CHAR
           END-IF.

       A1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B1000-LOAD-DEFINITION.

           MOVE SPACES TO FMT-CMD-TEXT.
           STRING "DSPFFD FILE("           DELIMITED BY SIZE
                  WS-LIB                   DELIMITED BY SPACE
                  "/"                      DELIMITED BY SIZE
                  FMT-FILE                 DELIMITED BY SPACE
                  ") OUTPUT(*OUTFILE) OUTFILE(QTEMP/KIFTPFFD)"
                                           DELIMITED BY SIZE
              INTO FMT-CMD-TEXT
           END-STRING.
           PERFORM B1900-EXEC-COMMAND THRU B1900-EXIT.
           IF EXCEPTION-ID OF QUS-EC NOT = SPACES
              SET BUILD-FAILED TO TRUE
              STRING "DSPFFD FAILED ("        DELIMITED BY SIZE
                     EXCEPTION-ID OF QUS-EC   DELIMITED BY SIZE
                     ")"                      DELIMITED BY SIZE
                 INTO FMT-MSG
              END-STRING
              GO TO B1000-EXIT
           END-IF.

           MOVE "OVRDBF FILE(QADSPFFD) TOFILE(QTEMP/KIFTPFFD)"
              TO FMT-CMD-TEXT.
           PERFORM B1900-EXEC-COMMAND THRU B1900-EXIT.
           IF EXCEPTION-ID OF QUS-EC NOT = SPACES
              SET BUILD-FAILED TO TRUE
              STRING "OVRDBF QADSPFFD FAILED ("  DELIMITED BY SIZE
                     EXCEPTION-ID OF QUS-EC      DELIMITED BY SIZE
                     ")"                         DELIMITED BY SIZE
                 INTO FMT-MSG
              END-STRING
              GO TO B1000-EXIT
           END-IF.

           SET NOT-EOF-QADSPFFD TO TRUE.
           OPEN INPUT QADSPFFD-FILE.
           PERFORM B1100-READ-FIELD THRU B1100-EXIT
              UNTIL EOF-QADSPFFD.
           CLOSE QADSPFFD-FILE.

           MOVE "DLTOVR FILE(QADSPFFD)" TO FMT-CMD-TEXT.
           PERFORM B1900-EXEC-COMMAND THRU B1900-EXIT.

      * Then the format's own field list, each name resolved
      * against the definition just read.

           SET NOT-EOF-KIFTPFMF TO TRUE.
           MOVE FMT-PROF TO FMFPROF OF KIFTPFMF-REC.
           MOVE FMT-FILE TO FMFFILE OF KIFTPFMF-REC.
           MOVE ZEROES   TO FMFSEQ  OF KIFTPFMF-REC.
           START KIFTPFMF-FILE
              KEY NOT < FMFKEY OF KIFTPFMF-REC
              INVALID KEY
                 SET EOF-KIFTPFMF TO TRUE
           END-START.

           PERFORM B1200-READ-COLUMN THRU B1200-EXIT
              UNTIL EOF-KIFTPFMF
                 OR BUILD-FAILED.

           IF BUILD-OK
           AND COL-COUNT = ZEROES
              SET BUILD-FAILED TO TRUE
              MOVE "NO FIELDS LISTED ON KIFTPFMF" TO FMT-MSG
           END-IF.

       B1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B1100-READ-FIELD.

           READ QADSPFFD-FILE
              AT END
                 SET EOF-QADSPFFD TO TRUE
                 GO TO B1100-EXIT
           END-READ.

           IF FFD-COUNT >= 999
              GO TO B1100-EXIT
           END-IF.

           ADD 1 TO FFD-COUNT.
           MOVE WHFLDI OF QADSPFFD-REC TO FFD-FLD   (FFD-COUNT).
           MOVE WHFTXT OF QADSPFFD-REC TO FFD-TEXT  (FFD-COUNT).
           MOVE WHFLDT OF QADSPFFD-REC TO FFD-TYPE  (FFD-COUNT).
           MOVE WHFLDB OF QADSPFFD-REC TO FFD-BUFLEN(FFD-COUNT).
           MOVE WHFLDD OF QADSPFFD-REC TO FFD-DIGITS(FFD-COUNT).
           MOVE WHFLDP OF QADSPFFD-REC TO FFD-DECPOS(FFD-COUNT).
           MOVE WHIBO  OF QADSPFFD-REC TO FFD-POS   (FFD-COUNT).

       B1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B1200-READ-COLUMN.

           READ KIFTPFMF-FILE NEXT RECORD
              AT END
                 SET EOF-KIFTPFMF TO TRUE
                 GO TO B1200-EXIT
           END-READ.

           IF FMFPROF OF KIFTPFMF-REC NOT = FMT-PROF
           OR FMFFILE OF KIFTPFMF-REC NOT = FMT-FILE
              SET EOF-KIFTPFMF TO TRUE
              GO TO B1200-EXIT
           END-IF.

           MOVE FMFFLD OF KIFTPFMF-REC TO WS-ERR-FLD.

           MOVE ZEROES TO FI.
           PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > FFD-COUNT
                       OR FI > 0
              IF FFD-FLD(I) = FMFFLD OF KIFTPFMF-REC
                 MOVE I TO FI
              END-IF
           END-PERFORM.

           IF FI = ZEROES
              MOVE "FIELD NOT ON THE FILE:" TO FMT-MSG
              PERFORM B1800-FIELD-REFUSED THRU B1800-EXIT
              GO TO B1200-EXIT
           END-IF.

           IF FFD-TYPE(FI) = "F"
           OR (FFD-TYPE(FI) = "P" AND FFD-BUFLEN(FI) > 16)
           OR (FFD-TYPE(FI) = "S" AND FFD-BUFLEN(FI) > 31)
              MOVE "FIELD NOT CONVERTIBLE:" TO FMT-MSG
              PERFORM B1800-FIELD-REFUSED THRU B1800-EXIT
              GO TO B1200-EXIT
           END-IF.

           IF FFD-TYPE(FI) = "B"
           AND FFD-BUFLEN(FI) NOT = 2
           AND FFD-BUFLEN(FI) NOT = 4
           AND FFD-BUFLEN(FI) NOT = 8
              MOVE "FIELD NOT CONVERTIBLE:" TO FMT-MSG
              PERFORM B1800-FIELD-REFUSED THRU B1800-EXIT
              GO TO B1200-EXIT
           END-IF.

           IF FFD-POS(FI) + FFD-BUFLEN(FI) - 1 > 9999
              MOVE "FIELD PAST POSITION 9999:" TO FMT-MSG
              PERFORM B1800-FIELD-REFUSED THRU B1800-EXIT
              GO TO B1200-EXIT
           END-IF.

           IF COL-COUNT >= 200
              SET BUILD-FAILED TO TRUE
              MOVE "MORE THAN 200 FIELDS LISTED" TO FMT-MSG
              GO TO B1200-EXIT
           END-IF.

           ADD 1 TO COL-COUNT.
           MOVE FI TO COL-FFD(COL-COUNT).
           MOVE FMFHDR OF KIFTPFMF-REC TO COL-HDR(COL-COUNT).

      * Dates: a date-type field held *ISO (ten bytes, CCYY-MM-DD),
      * or a numeric the format flags as CCYYMMDD - which must then
      * be 8 digits with no decimals. Any other date-type field is
      * written as held.

           MOVE "N" TO COL-DATE(COL-COUNT).
           IF FFD-TYPE(FI) = "L"
           AND FFD-BUFLEN(FI) = 10
              MOVE "Y" TO COL-DATE(COL-COUNT)
           END-IF.
           IF FMFDATE OF KIFTPFMF-REC = "Y"
              IF (FFD-TYPE(FI) = "S" OR "P" OR "B")
              AND FFD-DIGITS(FI) = 8
              AND FFD-DECPOS(FI) = 0
                 MOVE "Y" TO COL-DATE(COL-COUNT)
              ELSE
                 SUBTRACT 1 FROM COL-COUNT
                 MOVE "NOT AN 8-DIGIT DATE:" TO FMT-MSG
                 PERFORM B1800-FIELD-REFUSED THRU B1800-EXIT
                 GO TO B1200-EXIT
              END-IF
           END-IF.

      * Fixed width: the listed width, else the field's own display
      * width - a number's digits plus sign and decimal point.

           IF FMFWIDTH OF KIFTPFMF-REC > 0
              MOVE FMFWIDTH OF KIFTPFMF-REC TO COL-WIDTH(COL-COUNT)
           ELSE
              EVALUATE TRUE
                 WHEN COL-DATE(COL-COUNT) = "Y"
                 AND FMTDATFMT OF KIFTPFMT-REC = "YMD"
                    MOVE 8  TO COL-WIDTH(COL-COUNT)
                 WHEN COL-DATE(COL-COUNT) = "Y"
                 AND FMTDATFMT OF KIFTPFMT-REC = SPACES
                 AND FFD-TYPE(FI) NOT = "L"
                    MOVE 8  TO COL-WIDTH(COL-COUNT)
                 WHEN COL-DATE(COL-COUNT) = "Y"
                    MOVE 10 TO COL-WIDTH(COL-COUNT)
                 WHEN FFD-TYPE(FI) = "S" OR "P" OR "B"
                    IF WS-DEC-CHAR = "N"
                    OR FFD-DECPOS(FI) = 0
                       COMPUTE COL-WIDTH(COL-COUNT)
                             = FFD-DIGITS(FI) + 1
                    ELSE
                       COMPUTE COL-WIDTH(COL-COUNT)
                             = FFD-DIGITS(FI) + 2
                    END-IF
                 WHEN OTHER
                    MOVE FFD-BUFLEN(FI) TO COL-WIDTH(COL-COUNT)
              END-EVALUATE
           END-IF.

       B1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B1800-FIELD-REFUSED.

           SET BUILD-FAILED TO TRUE.
           MOVE WS-ERR-FLD TO FMT-MSG(27:10).

       B1800-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B1900-EXEC-COMMAND.

           MOVE 200 TO FMT-CMD-LEN.
           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.
           CALL "QCMDEXC" USING FMT-CMD-TEXT, FMT-CMD-LEN,
                                QUS-EC.

       B1900-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1000-BUILD-COPY.

      * The copy is recreated at the format's record length every
      * run (the length may have been changed since the last one);
      * the DLTF fails harmlessly the first time.

           MOVE SPACES TO FMT-CMD-TEXT.
           STRING "DLTF FILE("             DELIMITED BY SIZE
                  WS-LIB                   DELIMITED BY SPACE
                  "/"                      DELIMITED BY SIZE
                  FMTOUTF OF KIFTPFMT-REC  DELIMITED BY SPACE
                  ")"                      DELIMITED BY SIZE
              INTO FMT-CMD-TEXT
           END-STRING.
           PERFORM B1900-EXEC-COMMAND THRU B1900-EXIT.

           MOVE WS-REC-LEN TO WS-RECLEN-ED.
           MOVE SPACES TO FMT-CMD-TEXT.
           STRING "CRTPF FILE("            DELIMITED BY SIZE
                  WS-LIB                   DELIMITED BY SPACE
                  "/"                      DELIMITED BY SIZE
                  FMTOUTF OF KIFTPFMT-REC  DELIMITED BY SPACE
                  ") RCDLEN("              DELIMITED BY SIZE
                  WS-RECLEN-ED             DELIMITED BY SIZE
                  ") TEXT('Partner copy of " DELIMITED BY SIZE
                  FMT-FILE                 DELIMITED BY SPACE
                  " for "                  DELIMITED BY SIZE
                  FMT-PROF                 DELIMITED BY SPACE
                  "') SIZE(*NOMAX)"        DELIMITED BY SIZE
              INTO FMT-CMD-TEXT
           END-STRING.
           PERFORM B1900-EXEC-COMMAND THRU B1900-EXIT.
           IF EXCEPTION-ID OF QUS-EC NOT = SPACES
              SET BUILD-FAILED TO TRUE
              STRING "CRTPF OF THE COPY FAILED ("  DELIMITED BY SIZE
                     EXCEPTION-ID OF QUS-EC        DELIMITED BY SIZE
                     ")"                           DELIMITED BY SIZE
                 INTO FMT-MSG
              END-STRING
              GO TO C1000-EXIT
           END-IF.

           MOVE SPACES TO FMT-CMD-TEXT.
           STRING "OVRDBF FILE(KIFTPFIN) TOFILE(" DELIMITED BY SIZE
                  WS-LIB                   DELIMITED BY SPACE
                  "/"                      DELIMITED BY SIZE
                  FMT-FILE                 DELIMITED BY SPACE
                  ")"                      DELIMITED BY SIZE
              INTO FMT-CMD-TEXT
           END-STRING.
           PERFORM B1900-EXEC-COMMAND THRU B1900-EXIT.
           IF EXCEPTION-ID OF QUS-EC = SPACES
              MOVE SPACES TO FMT-CMD-TEXT
              STRING "OVRDBF FILE(KIFTPFOUT) TOFILE("
                                             DELIMITED BY SIZE
                     WS-LIB                  DELIMITED BY SPACE
                     "/"                     DELIMITED BY SIZE
                     FMTOUTF OF KIFTPFMT-REC DELIMITED BY SPACE
                     ")"                     DELIMITED BY SIZE
                 INTO FMT-CMD-TEXT
              END-STRING
              PERFORM B1900-EXEC-COMMAND THRU B1900-EXIT
           END-IF.
           IF EXCEPTION-ID OF QUS-EC NOT = SPACES
              SET BUILD-FAILED TO TRUE
              STRING "OVRDBF FAILED ("         DELIMITED BY SIZE
                     EXCEPTION-ID OF QUS-EC    DELIMITED BY SIZE
                     ")"                       DELIMITED BY SIZE
                 INTO FMT-MSG
              END-STRING
              GO TO C1000-EXIT
           END-IF.

           OPEN INPUT  KIFTPFIN-FILE.
           OPEN OUTPUT KIFTPFOUT-FILE.
           SET COPY-OPEN        TO TRUE.
           SET NOT-EOF-KIFTPFIN TO TRUE.

           IF FMTHDR OF KIFTPFMT-REC = "Y"
           OR FMTHDR OF KIFTPFMT-REC = "T"
              PERFORM C1100-WRITE-HEADER THRU C1100-EXIT
           END-IF.

           PERFORM C1200-FORMAT-RECORD THRU C1200-EXIT
              UNTIL EOF-KIFTPFIN
                 OR BUILD-FAILED.

       C1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1100-WRITE-HEADER.

           MOVE SPACES TO WS-LINE.
           MOVE ZEROES TO WS-LINE-LEN.

           PERFORM C1110-HEADER-COLUMN THRU C1110-EXIT
              VARYING K FROM 1 BY 1
                UNTIL K > COL-COUNT
                   OR BUILD-FAILED.

           IF BUILD-OK
              PERFORM C9200-WRITE-LINE THRU C9200-EXIT
           END-IF.

       C1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1110-HEADER-COLUMN.

           MOVE COL-FFD(K) TO FI.
           MOVE SPACES TO WS-VALUE.
           EVALUATE TRUE
              WHEN COL-HDR(K) NOT = SPACES
                 MOVE COL-HDR(K)  TO WS-VALUE
              WHEN FMTHDR OF KIFTPFMT-REC = "T"
              AND FFD-TEXT(FI) NOT = SPACES
                 MOVE FFD-TEXT(FI) TO WS-VALUE
              WHEN OTHER
                 MOVE FFD-FLD(FI) TO WS-VALUE
           END-EVALUATE.
           MOVE 50 TO WS-VAL-LEN.
           SET VALUE-IS-TEXT TO TRUE.

           PERFORM C9000-APPEND-VALUE THRU C9000-EXIT.

       C1110-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1200-FORMAT-RECORD.

           READ KIFTPFIN-FILE
              AT END
                 SET EOF-KIFTPFIN TO TRUE
                 GO TO C1200-EXIT
           END-READ.

           MOVE SPACES TO WS-LINE.
           MOVE ZEROES TO WS-LINE-LEN.

           PERFORM C1300-FORMAT-COLUMN THRU C1300-EXIT
              VARYING K FROM 1 BY 1
                UNTIL K > COL-COUNT
                   OR BUILD-FAILED.

           IF BUILD-OK
              PERFORM C9200-WRITE-LINE THRU C9200-EXIT
              ADD 1 TO FMT-RECS
           END-IF.

       C1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1300-FORMAT-COLUMN.

           MOVE COL-FFD(K)     TO FI.
           MOVE FFD-POS(FI)    TO WS-POS.
           MOVE FFD-BUFLEN(FI) TO WS-LEN.
           MOVE SPACES         TO WS-VALUE.

           EVALUATE TRUE
              WHEN COL-DATE(K) = "Y"
                 PERFORM C1500-FORMAT-DATE   THRU C1500-EXIT
              WHEN FFD-TYPE(FI) = "S" OR "P" OR "B"
                 PERFORM C1400-FORMAT-NUMBER THRU C1400-EXIT
              WHEN OTHER
                 MOVE KIFTPFIN-REC(WS-POS:WS-LEN) TO WS-VALUE
                 MOVE WS-LEN TO WS-VAL-LEN
                 SET VALUE-IS-TEXT TO TRUE
           END-EVALUATE.

           PERFORM C9000-APPEND-VALUE THRU C9000-EXIT.

       C1300-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1400-FORMAT-NUMBER.

      * Sign first, then either every digit of the field (implied
      * decimal point) or the integer digits without leading zeros
      * (at least one) and, when the field has decimals, the point
      * and the decimal digits.

           PERFORM C1410-DECODE-NUMBER THRU C1410-EXIT.
           SET VALUE-IS-NUMBER TO TRUE.
           MOVE ZEROES TO WS-VAL-LEN.

           IF WS-NUM < 0
              COMPUTE WS-NUM-ABS = 0 - WS-NUM
              MOVE "-" TO WS-VALUE(1:1)
              MOVE 1   TO WS-VAL-LEN
           ELSE
              MOVE WS-NUM TO WS-NUM-ABS
           END-IF.

           IF WS-DEC-CHAR = "N"
              MOVE FFD-DIGITS(FI) TO WS-INT-LEN
              IF WS-INT-LEN = 0
                 MOVE 1 TO WS-INT-LEN
              END-IF
              COMPUTE WS-INT-START = 32 - WS-INT-LEN
              MOVE WS-NUM-DIGITS(WS-INT-START:WS-INT-LEN)
                 TO WS-VALUE(WS-VAL-LEN + 1:WS-INT-LEN)
              ADD WS-INT-LEN TO WS-VAL-LEN
              GO TO C1400-EXIT
           END-IF.

           MOVE 1 TO WS-INT-START.
           PERFORM UNTIL WS-INT-START >= 31 - FFD-DECPOS(FI)
                      OR WS-NUM-DIGITS(WS-INT-START:1) NOT = "0"
              ADD 1 TO WS-INT-START
           END-PERFORM.
           COMPUTE WS-INT-LEN = 32 - FFD-DECPOS(FI) - WS-INT-START.
           MOVE WS-NUM-DIGITS(WS-INT-START:WS-INT-LEN)
              TO WS-VALUE(WS-VAL-LEN + 1:WS-INT-LEN).
           ADD WS-INT-LEN TO WS-VAL-LEN.

           IF FFD-DECPOS(FI) > 0
              ADD 1 TO WS-VAL-LEN
              MOVE WS-DEC-CHAR TO WS-VALUE(WS-VAL-LEN:1)
              COMPUTE WS-INT-START = 32 - FFD-DECPOS(FI)
              MOVE WS-NUM-DIGITS(WS-INT-START:FFD-DECPOS(FI))
                 TO WS-VALUE(WS-VAL-LEN + 1:FFD-DECPOS(FI))
              ADD FFD-DECPOS(FI) TO WS-VAL-LEN
           END-IF.

       C1400-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1410-DECODE-NUMBER.

           EVALUATE FFD-TYPE(FI)
              WHEN "P"
                 MOVE LOW-VALUES TO WS-PACKED-AREA
                 MOVE KIFTPFIN-REC(WS-POS:WS-LEN)
                    TO WS-PACKED-AREA(17 - WS-LEN:WS-LEN)
                 MOVE WS-PACKED-NUM TO WS-NUM
              WHEN "S"
                 MOVE ALL "0" TO WS-ZONED-AREA
                 MOVE KIFTPFIN-REC(WS-POS:WS-LEN)
                    TO WS-ZONED-AREA(32 - WS-LEN:WS-LEN)
                 MOVE WS-ZONED-NUM TO WS-NUM
              WHEN OTHER
                 EVALUATE WS-LEN
                    WHEN 2
                       MOVE KIFTPFIN-REC(WS-POS:2) TO WS-BIN2-AREA
                       MOVE WS-BIN2-NUM TO WS-NUM
                    WHEN 4
                       MOVE KIFTPFIN-REC(WS-POS:4) TO WS-BIN4-AREA
                       MOVE WS-BIN4-NUM TO WS-NUM
                    WHEN OTHER
                       MOVE KIFTPFIN-REC(WS-POS:8) TO WS-BIN8-AREA
                       MOVE WS-BIN8-NUM TO WS-NUM
                 END-EVALUATE
           END-EVALUATE.

       C1410-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C1500-FORMAT-DATE.

      * A zero or blank date goes out empty; FMTDATFMT blank writes
      * it as held (CCYY-MM-DD, or the CCYYMMDD digits).

           SET VALUE-IS-DATE TO TRUE.
           MOVE ZEROES TO WS-VAL-LEN.

           IF FFD-TYPE(FI) = "L"
              MOVE KIFTPFIN-REC(WS-POS:10) TO WS-DATE-ISO
              IF WS-DATE-ISO = SPACES
              OR WS-DATE-ISO(5:1) NOT = "-"
                 MOVE WS-DATE-ISO TO WS-VALUE
                 MOVE 10 TO WS-VAL-LEN
                 GO TO C1500-EXIT
              END-IF
              MOVE WS-DATE-ISO(1:4) TO WS-DATE-CCYY
              MOVE WS-DATE-ISO(6:2) TO WS-DATE-MM
              MOVE WS-DATE-ISO(9:2) TO WS-DATE-DD
           ELSE
              PERFORM C1410-DECODE-NUMBER THRU C1410-EXIT
              IF WS-NUM = 0
                 GO TO C1500-EXIT
              END-IF
              MOVE WS-NUM TO WS-DATE-8
           END-IF.

           EVALUATE FMTDATFMT OF KIFTPFMT-REC
              WHEN "ISO"
                 STRING WS-DATE-CCYY "-" WS-DATE-MM "-" WS-DATE-DD
                    DELIMITED BY SIZE INTO WS-VALUE
                 END-STRING
                 MOVE 10 TO WS-VAL-LEN
              WHEN "YMD"
                 MOVE WS-DATE-8-X TO WS-VALUE
                 MOVE 8  TO WS-VAL-LEN
              WHEN "DMY"
                 STRING WS-DATE-DD "/" WS-DATE-MM "/" WS-DATE-CCYY
                    DELIMITED BY SIZE INTO WS-VALUE
                 END-STRING
                 MOVE 10 TO WS-VAL-LEN
              WHEN "MDY"
                 STRING WS-DATE-MM "/" WS-DATE-DD "/" WS-DATE-CCYY
                    DELIMITED BY SIZE INTO WS-VALUE
                 END-STRING
                 MOVE 10 TO WS-VAL-LEN
              WHEN OTHER
                 IF FFD-TYPE(FI) = "L"
                    MOVE WS-DATE-ISO TO WS-VALUE
                    MOVE 10 TO WS-VAL-LEN
                 ELSE
                    MOVE WS-DATE-8-X TO WS-VALUE
                    MOVE 8  TO WS-VAL-LEN
                 END-IF
           END-EVALUATE.

       C1500-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C9000-APPEND-VALUE.

      * Fixed width: the value in its column - numbers right-
      * justified (a number wider than its column fails the build,
      * digits are never dropped), text and dates left-justified
      * and cut to the column. Otherwise the delimiter, then the
      * value without trailing blanks - CSV quotes text, doubling
      * any quote inside it.

           IF FMTTYPE OF KIFTPFMT-REC = "F"
              IF WS-LINE-LEN + COL-WIDTH(K) > WS-REC-LEN
                 PERFORM C9900-LINE-TOO-LONG THRU C9900-EXIT
                 GO TO C9000-EXIT
              END-IF
              IF VALUE-IS-NUMBER
                 IF WS-VAL-LEN > COL-WIDTH(K)
                    SET BUILD-FAILED TO TRUE
                    MOVE "NUMBER WIDER THAN ITS COLUMN:" TO FMT-MSG
                    MOVE FFD-FLD(FI) TO FMT-MSG(31:10)
                    GO TO C9000-EXIT
                 END-IF
                 IF WS-VAL-LEN > 0
                    MOVE WS-VALUE(1:WS-VAL-LEN)
                       TO WS-LINE(WS-LINE-LEN + 1 + COL-WIDTH(K)
                                  - WS-VAL-LEN:WS-VAL-LEN)
                 END-IF
              ELSE
                 IF WS-VAL-LEN > COL-WIDTH(K)
                    MOVE COL-WIDTH(K) TO WS-VAL-LEN
                 END-IF
                 IF WS-VAL-LEN > 0
                    MOVE WS-VALUE(1:WS-VAL-LEN)
                       TO WS-LINE(WS-LINE-LEN + 1:WS-VAL-LEN)
                 END-IF
              END-IF
              ADD COL-WIDTH(K) TO WS-LINE-LEN
              GO TO C9000-EXIT
           END-IF.

           IF K > 1
              IF WS-LINE-LEN + 1 > WS-REC-LEN
                 PERFORM C9900-LINE-TOO-LONG THRU C9900-EXIT
                 GO TO C9000-EXIT
              END-IF
              ADD 1 TO WS-LINE-LEN
              MOVE WS-DELIM TO WS-LINE(WS-LINE-LEN:1)
           END-IF.

           PERFORM C9100-TRIM-VALUE THRU C9100-EXIT.

           IF FMTTYPE OF KIFTPFMT-REC = "C"
           AND VALUE-IS-TEXT
              PERFORM C9050-APPEND-QUOTED THRU C9050-EXIT
              GO TO C9000-EXIT
           END-IF.

           IF WS-LINE-LEN + WS-VAL-LEN > WS-REC-LEN
              PERFORM C9900-LINE-TOO-LONG THRU C9900-EXIT
              GO TO C9000-EXIT
           END-IF.
           IF WS-VAL-LEN > 0
              MOVE WS-VALUE(1:WS-VAL-LEN)
                 TO WS-LINE(WS-LINE-LEN + 1:WS-VAL-LEN)
              ADD WS-VAL-LEN TO WS-LINE-LEN
           END-IF.

       C9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C9050-APPEND-QUOTED.

           IF WS-LINE-LEN + WS-VAL-LEN + 2 > WS-REC-LEN
              PERFORM C9900-LINE-TOO-LONG THRU C9900-EXIT
              GO TO C9050-EXIT
           END-IF.

           ADD 1 TO WS-LINE-LEN.
           MOVE QUOTE TO WS-LINE(WS-LINE-LEN:1).

           PERFORM VARYING M FROM 1 BY 1
                    UNTIL M > WS-VAL-LEN
                       OR BUILD-FAILED
              IF WS-VALUE(M:1) = QUOTE
                 IF WS-LINE-LEN + 2 > WS-REC-LEN
                    PERFORM C9900-LINE-TOO-LONG THRU C9900-EXIT
                 ELSE
                    ADD 1 TO WS-LINE-LEN
                    MOVE QUOTE TO WS-LINE(WS-LINE-LEN:1)
                 END-IF
              END-IF
              IF BUILD-OK
                 ADD 1 TO WS-LINE-LEN
                 MOVE WS-VALUE(M:1) TO WS-LINE(WS-LINE-LEN:1)
              END-IF
           END-PERFORM.

           IF BUILD-OK
              IF WS-LINE-LEN + 1 > WS-REC-LEN
                 PERFORM C9900-LINE-TOO-LONG THRU C9900-EXIT
              ELSE
                 ADD 1 TO WS-LINE-LEN
                 MOVE QUOTE TO WS-LINE(WS-LINE-LEN:1)
              END-IF
           END-IF.

       C9050-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C9100-TRIM-VALUE.

           SET TRIM-NOT-DONE TO TRUE.
           PERFORM UNTIL WS-VAL-LEN = 0
                      OR TRIM-DONE
              IF WS-VALUE(WS-VAL-LEN:1) = SPACE
                 SUBTRACT 1 FROM WS-VAL-LEN
              ELSE
                 SET TRIM-DONE TO TRUE
              END-IF
           END-PERFORM.

       C9100-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C9200-WRITE-LINE.

           MOVE WS-LINE    TO KIFTPFOUT-REC.
           MOVE WS-REC-LEN TO WS-OUT-LEN.
           WRITE KIFTPFOUT-REC.

       C9200-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       C9900-LINE-TOO-LONG.

           SET BUILD-FAILED TO TRUE.
           MOVE "LINE LONGER THAN THE RECORD LENGTH" TO FMT-MSG.

       C9900-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       D1000-RECORD-BUILD.

      * A failed build leaves the copy empty, so nothing half
      * converted can be sent from it by hand either.

           IF COPY-OPEN
              CLOSE KIFTPFIN-FILE
                    KIFTPFOUT-FILE
              MOVE "DLTOVR FILE(KIFTPFIN KIFTPFOUT)" TO FMT-CMD-TEXT
              PERFORM B1900-EXEC-COMMAND THRU B1900-EXIT
           END-IF.

           IF BUILD-OK
              MOVE "Y"                     TO FMT-STAT
              MOVE FMTOUTF OF KIFTPFMT-REC TO FMT-OUTF
              MOVE FMT-RECS                TO FMTRECCNT OF KIFTPFMT-REC
              MOVE FUNCTION CURRENT-DATE   TO FMTBLDTS  OF KIFTPFMT-REC
              REWRITE KIFTPFMT-REC
              GO TO D1000-EXIT
           END-IF.

           MOVE "E"    TO FMT-STAT.
           MOVE ZEROES TO FMT-RECS.
           IF COPY-OPEN
              MOVE SPACES TO FMT-CMD-TEXT
              STRING "CLRPFM FILE("            DELIMITED BY SIZE
                     WS-LIB                    DELIMITED BY SPACE
                     "/"                       DELIMITED BY SIZE
                     FMTOUTF OF KIFTPFMT-REC   DELIMITED BY SPACE
                     ")"                       DELIMITED BY SIZE
                 INTO FMT-CMD-TEXT
              END-STRING
              PERFORM B1900-EXEC-COMMAND THRU B1900-EXIT
           END-IF.

           DISPLAY "KIFTPFMTC: partner copy of " FMT-FILE
                   " for profile " FMT-PROF " not built - "
                   FMT-MSG.

       D1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       E1000-CLOSE-PARA.

           CLOSE KIFTPFMT-FILE
                 KIFTPFMF-FILE.

       E1000-EXIT.
           EXIT.
