           05 BUSDAY-COUNT               PIC S9(5).
           05 BUSDAY-STAT                PIC X(1).

      * KIFTPFMTC - the partner copy of a file with an outbound
      * format: "Y" built (FMT-OUTF names it), "N" no format (FMT-OUTF
      * is the file itself), "E" not built, FMT-MSG says why.

       01  FMT-PARM.
           05 FMT-PROF                   PIC X(10).
           05 FMT-FILE                   PIC X(10).
           05 FMT-LIB                    PIC X(10).
           05 FMT-OUTF                   PIC X(10).
           05 FMT-RECS                   PIC 9(10) PACKED-DECIMAL.
           05 FMT-STAT                   PIC X(1).
           05 FMT-MSG                    PIC X(50).

       01  PROGRAM-ARRAYS.
           05 FTP-COMMAND-ARRAY          PIC X(80) OCCURS 3.

               10  DFL-PROFILE           PIC X(10).
               10  FILLER                PIC X(40) VALUE
                   " OUTSIDE TRANSFER WINDOW/BUSINESS DAY".
           05  FMTFAIL-LOG-LINE.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  FILLER                PIC X(30) VALUE
                   "*** SKIPPED - FORMAT FAILED:".
               10  FFL-FILENAME          PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACES.
               10  FFL-REASON            PIC X(50).

       LINKAGE SECTION.

                    MOVE UNCHG-LOG-LINE TO KIFTPLOG-REC
                    WRITE KIFTPLOG-REC
                 ELSE
                    PERFORM B2400-PUT-PROFILE-FILE THRU B2400-EXIT
                 END-IF
              ELSE
                 ADD 1 TO SKIP-COUNT-PARM
       B2350-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B2400-PUT-PROFILE-FILE.

      * A file the profile has an outbound format for goes as the
      * partner's copy KIFTPFMTC builds from it ("put <copy> <file>",
      * so the partner still receives it under the file's name and
      * KIFTPRCN can tell the two apart); a copy that could not be
      * built is left out and logged with the reason, never sent
      * byte for byte in its place. No format - the file itself.

           MOVE DSTPROF   OF KIFTPDST-REC TO FMT-PROF.
           MOVE PRO-FILES(I)              TO FMT-FILE.
           MOVE DSTLCLDIR OF KIFTPDST-REC TO FMT-LIB.
           CALL "KIFTPFMTC" USING FMT-PARM.

           IF FMT-STAT = "E"
              ADD 1 TO SKIP-COUNT-PARM
              MOVE PRO-FILES(I) TO FFL-FILENAME
              MOVE FMT-MSG      TO FFL-REASON
              MOVE FMTFAIL-LOG-LINE TO KIFTPLOG-REC
              WRITE KIFTPLOG-REC
              GO TO B2400-EXIT
           END-IF.

           MOVE SPACES TO WS-SCRIPT-LINE.
           STRING "put "        DELIMITED BY SIZE
                  FMT-OUTF      DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  PRO-FILES(I)  DELIMITED BY SIZE
              INTO WS-SCRIPT-LINE
           END-STRING.
           PERFORM B2900-WRITE-SCRIPT-REC THRU B2900-EXIT.

       B2400-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       B2150-CHECK-WINDOW.
