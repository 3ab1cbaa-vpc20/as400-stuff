       IDENTIFICATION DIVISION.
       PROGRAM-ID. XSRCOBJCBL.

      ******************************************************************
      *  Source-to-object mismatch report - XREFSTLCBL says when the
      *  cross reference is older than an object, not whether the
      *  object in production was built from the source member we
      *  hold; a fix compiled from a developer's copy looks the same
      *  as any other until the next compile from the real member
      *  quietly undoes it. For every program in the QADSPOBJ
      *  pre-build (DSPOBJD OBJTYPE(*PGM) DETAIL(*SERVICE) - the
      *  source fields are only filled at that detail) this checks
      *  the source file, library and member the object records
      *  against the SRCMBRL member list (DSPFD TYPE(*MBRLIST) over
      *  the source files, the XCPYBLDCBL convention) and prints
      *  each program with one or more of:
      *
      *    - SOURCE MISSING   - no source recorded, or the member is
      *                         not on the member list;
      *    - CHANGED SINCE    - the member's last change is later
      *      COMPILE            than the change the compile saw;
      *    - NON-STANDARD LIB - compiled from a library not on
      *                         CODETBL table SRCLIB (the libraries
      *                         production source lives in).
      *
      *  The findings are then stamped on the program's PGMFINV
      *  rows (PFSRCCHK/PFSRCMIS/PFSRCCHG/PFSRCNSL), so run this
      *  after PGMFINVCBL has rebuilt the inventory. The member
      *  list must cover every source file the objects name - a
      *  member it does not list reads as missing.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QADSPOBJ       ASSIGN  TO DATABASE-QADSPOBJ
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT SRCMBRL        ASSIGN  TO DATABASE-SRCMBRL
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT PGMFINV        ASSIGN  TO DATABASE-PGMFINV
                  ORGANIZATION   IS         SEQUENTIAL
                  ACCESS         IS         SEQUENTIAL.

           SELECT XSRCOBJLST     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION   IS         SEQUENTIAL.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  QADSPOBJ
           LABEL RECORDS ARE STANDARD.
       01  QADSPOBJ-REC.
           COPY DDS-ALL-FORMATS OF QADSPOBJ.

       FD  SRCMBRL
           LABEL RECORDS ARE STANDARD.
       01  SRCMBRL-REC.
           COPY DDS-ALL-FORMATS OF SRCMBRL.

       FD  PGMFINV
           LABEL RECORDS ARE STANDARD.
       01  PGMFINV-REC.
           COPY DDS-ALL-FORMATS OF PGMFINV.

       FD  XSRCOBJLST
           LABEL RECORDS ARE OMITTED.
       01  XSRCOBJLST-REC           PIC X(132).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  EOF-QADSPOBJ-SW     PIC 1 VALUE B"0".
               88  NOT-EOF-QADSPOBJ      VALUE B"0".
               88  EOF-QADSPOBJ          VALUE B"1".
           05  EOF-SRCMBRL-SW      PIC 1 VALUE B"0".
               88  NOT-EOF-SRCMBRL       VALUE B"0".
               88  EOF-SRCMBRL           VALUE B"1".
           05  EOF-PGMFINV-SW      PIC 1 VALUE B"0".
               88  NOT-EOF-PGMFINV       VALUE B"0".
               88  EOF-PGMFINV           VALUE B"1".
           05  MEMBER-FOUND-SW     PIC 1 VALUE B"0".
               88  MEMBER-FOUND          VALUE B"1".
               88  MEMBER-NOT-FOUND      VALUE B"0".
           05  RESULT-FOUND-SW     PIC 1 VALUE B"0".
               88  RESULT-FOUND          VALUE B"1".
               88  RESULT-NOT-FOUND      VALUE B"0".

      *          The source member list, loaded once. A list too big
      *          for the table abandons the report rather than
      *          printing members as missing that were never loaded.
       01  MBR-TABLE.
           05  MB-ENTRY OCCURS 6000 TIMES INDEXED BY MB-IDX.
               10  MB-SRCLIB        PIC X(10).
               10  MB-SRCFIL        PIC X(10).
               10  MB-MBR           PIC X(10).
               10  MB-CHANGED       PIC X(13).
       01  MB-COUNT                 PIC S9(5) BINARY VALUE ZEROES.
       01  MB-OVERFLOW-SW           PIC 1 VALUE B"0".
           88  MB-OVERFLOW          VALUE B"1".
           88  MB-NO-OVERFLOW       VALUE B"0".

      *          Every program checked with its findings, for the
      *          PGMFINV pass. Overflow leaves PGMFINV unstamped.
       01  RESULT-TABLE.
           05  RS-ENTRY OCCURS 3000 TIMES INDEXED BY RS-IDX.
               10  RS-LIB           PIC X(10).
               10  RS-PGM           PIC X(10).
               10  RS-MISSING       PIC X(01).
               10  RS-CHANGED       PIC X(01).
               10  RS-NONSTD        PIC X(01).
       01  RS-COUNT                 PIC S9(5) BINARY VALUE ZEROES.
       01  RS-OVERFLOW-SW           PIC 1 VALUE B"0".
           88  RS-OVERFLOW          VALUE B"1".
           88  RS-NO-OVERFLOW       VALUE B"0".

       01  WS-RUN-DATE              PIC 9(8)  VALUE ZEROES.
       01  WS-COMPILE-SAW           PIC X(13) VALUE SPACES.

       01  FINDINGS.
           05  WS-MISSING           PIC X(01).
           05  WS-CHANGED           PIC X(01).
           05  WS-NONSTD            PIC X(01).

       01  CODVAL-PARM.
           05  CODVAL-TABLE                PIC X(10).
           05  CODVAL-CODE                 PIC X(10).
           05  CODVAL-DESC                 PIC X(30).
           05  CODVAL-STAT                 PIC X(1).

       01  REPORT-COUNTERS.
           05  WS-PGM-COUNT        PIC S9(5) VALUE ZEROES.
           05  WS-MISSING-COUNT    PIC S9(5) VALUE ZEROES.
           05  WS-CHANGED-COUNT    PIC S9(5) VALUE ZEROES.
           05  WS-NONSTD-COUNT     PIC S9(5) VALUE ZEROES.
           05  WS-INV-COUNT        PIC S9(7) VALUE ZEROES.

       01  PRINT-LINES.
           05  HDR-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(50)
                   VALUE "SOURCE-TO-OBJECT MISMATCHES".
           05  COL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(12) VALUE "PROGRAM".
               10  FILLER           PIC X(12) VALUE "LIBRARY".
               10  FILLER           PIC X(12) VALUE "SRC LIB".
               10  FILLER           PIC X(12) VALUE "SRC FILE".
               10  FILLER           PIC X(12) VALUE "MEMBER".
               10  FILLER           PIC X(15) VALUE "COMPILE SAW".
               10  FILLER           PIC X(15) VALUE "MEMBER NOW".
               10  FILLER           PIC X(40) VALUE "FINDINGS".
           05  DTL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  DTL-PGM          PIC X(12).
               10  DTL-LIB          PIC X(12).
               10  DTL-SRCLIB       PIC X(12).
               10  DTL-SRCFIL       PIC X(12).
               10  DTL-MBR          PIC X(12).
               10  DTL-SAW          PIC X(15).
               10  DTL-NOW          PIC X(15).
               10  DTL-FINDINGS     PIC X(40).
           05  TOTAL-LINE.
               10  FILLER           PIC X(01) VALUE SPACES.
               10  FILLER           PIC X(10) VALUE "PROGRAMS:".
               10  TTL-PGMS         PIC ZZZZ9.
               10  FILLER           PIC X(11) VALUE "  MISSING:".
               10  TTL-MISSING      PIC ZZZZ9.
               10  FILLER           PIC X(11) VALUE "  CHANGED:".
               10  TTL-CHANGED      PIC ZZZZ9.
               10  FILLER           PIC X(16) VALUE "  NON-STANDARD:".
               10  TTL-NONSTD       PIC ZZZZ9.

      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAIN.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN OUTPUT XSRCOBJLST.

           MOVE HDR-LINE TO XSRCOBJLST-REC.
           WRITE XSRCOBJLST-REC.
           MOVE COL-LINE TO XSRCOBJLST-REC.
           WRITE XSRCOBJLST-REC.

           PERFORM 1000-LOAD-MEMBER-LIST.

           IF MB-OVERFLOW
              DISPLAY "XSRCOBJCBL: SRCMBRL has more than 6000 members "
                      "- report abandoned rather than printing "
                      "wrong missing-source findings"
           ELSE
              PERFORM 2000-WALK-PROGRAM-OBJECTS
              IF RS-OVERFLOW
                 DISPLAY "XSRCOBJCBL: more than 3000 programs - "
                         "PGMFINV left unstamped"
              ELSE
                 PERFORM 3000-STAMP-INVENTORY
              END-IF
           END-IF.

           MOVE WS-PGM-COUNT     TO TTL-PGMS.
           MOVE WS-MISSING-COUNT TO TTL-MISSING.
           MOVE WS-CHANGED-COUNT TO TTL-CHANGED.
           MOVE WS-NONSTD-COUNT  TO TTL-NONSTD.
           MOVE TOTAL-LINE TO XSRCOBJLST-REC.
           WRITE XSRCOBJLST-REC.

           CLOSE XSRCOBJLST.

           DISPLAY "XSRCOBJCBL: " WS-PGM-COUNT " programs, "
                   WS-MISSING-COUNT " missing source, "
                   WS-CHANGED-COUNT " changed since compile, "
                   WS-NONSTD-COUNT " non-standard library; "
                   WS-INV-COUNT " PGMFINV rows stamped".

           GOBACK.

      ******************************************************************

       1000-LOAD-MEMBER-LIST.

           SET NOT-EOF-SRCMBRL TO TRUE.
           OPEN INPUT SRCMBRL.

           PERFORM UNTIL EOF-SRCMBRL
              READ SRCMBRL
                 AT END
                    SET EOF-SRCMBRL TO TRUE
                 NOT AT END
                    IF MB-COUNT < 6000
                       ADD 1 TO MB-COUNT
                       SET MB-IDX TO MB-COUNT
                       MOVE MLSRCLIB OF SRCMBRL-REC TO MB-SRCLIB(MB-IDX)
                       MOVE MLSRCFIL OF SRCMBRL-REC TO MB-SRCFIL(MB-IDX)
                       MOVE MLMBR    OF SRCMBRL-REC TO MB-MBR(MB-IDX)
                       STRING MLCHGC OF SRCMBRL-REC DELIMITED BY SIZE
                              MLCHGD OF SRCMBRL-REC DELIMITED BY SIZE
                              MLCHGT OF SRCMBRL-REC DELIMITED BY SIZE
                          INTO MB-CHANGED(MB-IDX)
                       END-STRING
                    ELSE
                       SET MB-OVERFLOW TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE SRCMBRL.

      ******************************************************************

       2000-WALK-PROGRAM-OBJECTS.

           SET NOT-EOF-QADSPOBJ TO TRUE.
           OPEN INPUT QADSPOBJ.

           PERFORM UNTIL EOF-QADSPOBJ
              READ QADSPOBJ
                 AT END
                    SET EOF-QADSPOBJ TO TRUE
                 NOT AT END
                    IF ODOBTP OF QADSPOBJ-REC = "*PGM"
                       ADD 1 TO WS-PGM-COUNT
                       PERFORM 2100-CHECK-ONE-PROGRAM
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE QADSPOBJ.

      ******************************************************************
      *
      * Change stamps are compared as CYYMMDDHHMMSS strings - the
      * same shape on both sides. A stamp either side cannot read
      * is not judged changed: a missing member is already its own
      * finding.
      *
      ******************************************************************

       2100-CHECK-ONE-PROGRAM.

           MOVE "N" TO WS-MISSING WS-CHANGED WS-NONSTD.
           SET MEMBER-NOT-FOUND TO TRUE.

           MOVE SPACES TO WS-COMPILE-SAW.
           STRING ODSRCD OF QADSPOBJ-REC DELIMITED BY SIZE
                  ODSRCT OF QADSPOBJ-REC DELIMITED BY SIZE
              INTO WS-COMPILE-SAW
           END-STRING.

           IF ODSRCF OF QADSPOBJ-REC = SPACES
           OR ODSRCM OF QADSPOBJ-REC = SPACES
              MOVE "Y" TO WS-MISSING
           ELSE
              PERFORM VARYING MB-IDX FROM 1 BY 1
                 UNTIL MB-IDX > MB-COUNT OR MEMBER-FOUND
                 IF  MB-SRCLIB(MB-IDX) = ODSRCL OF QADSPOBJ-REC
                 AND MB-SRCFIL(MB-IDX) = ODSRCF OF QADSPOBJ-REC
                 AND MB-MBR(MB-IDX)    = ODSRCM OF QADSPOBJ-REC
                    SET MEMBER-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF MEMBER-FOUND
                 SET MB-IDX DOWN BY 1
                 IF  MB-CHANGED(MB-IDX) IS NUMERIC
                 AND WS-COMPILE-SAW IS NUMERIC
                 AND MB-CHANGED(MB-IDX) > WS-COMPILE-SAW
                    MOVE "Y" TO WS-CHANGED
                 END-IF
              ELSE
                 MOVE "Y" TO WS-MISSING
              END-IF
           END-IF.

           IF ODSRCL OF QADSPOBJ-REC NOT = SPACES
              MOVE "SRCLIB"               TO CODVAL-TABLE
              MOVE ODSRCL OF QADSPOBJ-REC TO CODVAL-CODE
              CALL "CODVALSVC" USING CODVAL-PARM
              IF CODVAL-STAT NOT = "Y"
                 MOVE "Y" TO WS-NONSTD
              END-IF
           END-IF.

           PERFORM 2200-SAVE-RESULT.

           IF WS-MISSING = "Y"
           OR WS-CHANGED = "Y"
           OR WS-NONSTD  = "Y"
              PERFORM 2300-PRINT-PROGRAM
           END-IF.

      ******************************************************************

       2200-SAVE-RESULT.

           IF RS-COUNT < 3000
              ADD 1 TO RS-COUNT
              SET RS-IDX TO RS-COUNT
              MOVE ODLBNM OF QADSPOBJ-REC TO RS-LIB(RS-IDX)
              MOVE ODOBNM OF QADSPOBJ-REC TO RS-PGM(RS-IDX)
              MOVE WS-MISSING             TO RS-MISSING(RS-IDX)
              MOVE WS-CHANGED             TO RS-CHANGED(RS-IDX)
              MOVE WS-NONSTD              TO RS-NONSTD(RS-IDX)
           ELSE
              SET RS-OVERFLOW TO TRUE
           END-IF.

      ******************************************************************

       2300-PRINT-PROGRAM.

           MOVE SPACES TO DTL-FINDINGS.
           MOVE ODOBNM OF QADSPOBJ-REC TO DTL-PGM.
           MOVE ODLBNM OF QADSPOBJ-REC TO DTL-LIB.
           MOVE ODSRCL OF QADSPOBJ-REC TO DTL-SRCLIB.
           MOVE ODSRCF OF QADSPOBJ-REC TO DTL-SRCFIL.
           MOVE ODSRCM OF QADSPOBJ-REC TO DTL-MBR.
           MOVE WS-COMPILE-SAW         TO DTL-SAW.
           IF MEMBER-FOUND
              MOVE MB-CHANGED(MB-IDX)  TO DTL-NOW
           ELSE
              MOVE SPACES              TO DTL-NOW
           END-IF.

           IF WS-MISSING = "Y"
              ADD 1 TO WS-MISSING-COUNT
              MOVE "SOURCE MISSING"    TO DTL-FINDINGS
           END-IF.
           IF WS-CHANGED = "Y"
              ADD 1 TO WS-CHANGED-COUNT
              MOVE "CHANGED SINCE COMPILE" TO DTL-FINDINGS
           END-IF.
           IF WS-NONSTD = "Y"
              ADD 1 TO WS-NONSTD-COUNT
              IF DTL-FINDINGS = SPACES
                 MOVE "NON-STANDARD LIB" TO DTL-FINDINGS
              ELSE
                 MOVE ", NON-STANDARD LIB" TO DTL-FINDINGS(22:18)
              END-IF
           END-IF.

           MOVE SPACES   TO XSRCOBJLST-REC.
           MOVE DTL-LINE TO XSRCOBJLST-REC.
           WRITE XSRCOBJLST-REC.

      ******************************************************************
      *
      * Every PGMFINV row of a checked program carries its findings;
      * a row whose program was not in this QADSPOBJ keeps
      * PFSRCCHK zero.
      *
      ******************************************************************

       3000-STAMP-INVENTORY.

           SET NOT-EOF-PGMFINV TO TRUE.
           OPEN I-O PGMFINV.

           PERFORM UNTIL EOF-PGMFINV
              READ PGMFINV
                 AT END
                    SET EOF-PGMFINV TO TRUE
                 NOT AT END
                    PERFORM 3100-STAMP-ONE-ROW
              END-READ
           END-PERFORM.

           CLOSE PGMFINV.

      ******************************************************************

       3100-STAMP-ONE-ROW.

           SET RESULT-NOT-FOUND TO TRUE.
           PERFORM VARYING RS-IDX FROM 1 BY 1
              UNTIL RS-IDX > RS-COUNT OR RESULT-FOUND
              IF  RS-PGM(RS-IDX) = PFPGM    OF PGMFINV-REC
              AND RS-LIB(RS-IDX) = PFPGMLIB OF PGMFINV-REC
                 SET RESULT-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF RESULT-FOUND
              SET RS-IDX DOWN BY 1
              MOVE WS-RUN-DATE        TO PFSRCCHK OF PGMFINV-REC
              MOVE RS-MISSING(RS-IDX) TO PFSRCMIS OF PGMFINV-REC
              MOVE RS-CHANGED(RS-IDX) TO PFSRCCHG OF PGMFINV-REC
              MOVE RS-NONSTD(RS-IDX)  TO PFSRCNSL OF PGMFINV-REC
              REWRITE PGMFINV-REC
              ADD 1 TO WS-INV-COUNT
           END-IF.
