                  ORGANIZATION    IS         SEQUENTIAL
                  ACCESS          IS         SEQUENTIAL.

           SELECT KIFTPFMT-FILE   ASSIGN  TO DATABASE-KIFTPFMT
                  ORGANIZATION    IS         INDEXED
                  ACCESS          IS         DYNAMIC
                  RECORD KEY      IS         FMTKEY.

           SELECT KIFTPRCNLOG     ASSIGN  TO PRINTER-QPRINT
                  ORGANIZATION    IS         SEQUENTIAL.

       01  KIFTPSTS-REC.
           COPY DDS-ALL-FORMATS OF KIFTPSTS.

       FD  KIFTPFMT-FILE
           LABEL RECORDS ARE STANDARD.
       01  KIFTPFMT-REC.
           COPY DDS-ALL-FORMATS OF KIFTPFMT.

       FD  KIFTPRCNLOG
           LABEL RECORDS ARE OMITTED.
       01  KIFTPRCNLOG-REC             PIC X(132).
           05 WS-EOF-KIFTPOUT          PIC 1.
              88  NOT-EOF-KIFTPOUT     VALUE B"0".
              88  EOF-KIFTPOUT         VALUE B"1".
           05 WS-EOF-KIFTPFMT          PIC 1.
              88  NOT-EOF-KIFTPFMT     VALUE B"0".
              88  EOF-KIFTPFMT         VALUE B"1".

       01  SYSTEM-VARIABLES.
           05 SYSTEM-DATE              PIC 9(6)  VALUE ZEROES.
       01  SCR-COUNT                   PIC 9(4) VALUE ZEROES.

      * One entry per put command: the local file name parsed from
      * "put <local> <remote>", the remote name the status is kept
      * under, and whether the session output shows the transfer
      * completed. The two names differ only for a partner copy
      * KIFTPFMTC built ("put <copy> <file>") - the status belongs
      * to the file, the one KIFTPDSF lists and the partner
      * acknowledges.

       01  PUT-TABLE.
           05 PUT-ENTRY OCCURS 200.
              10 PUT-FILENAME          PIC X(10).
              10 PUT-STSFILE           PIC X(10).
              10 PUT-OK                PIC X(1).
       01  PUT-COUNT                   PIC 9(3) VALUE ZEROES.
       01  PUT-PEND-IDX                PIC 9(3) VALUE ZEROES.
           IF WS-WORD1 = "put" AND PUT-COUNT < 200
              ADD 1 TO PUT-COUNT
              MOVE WS-WORD2 TO PUT-FILENAME(PUT-COUNT)
              IF WS-WORD3 = SPACES
                 MOVE WS-WORD2 TO PUT-STSFILE(PUT-COUNT)
              ELSE
                 MOVE WS-WORD3 TO PUT-STSFILE(PUT-COUNT)
              END-IF
              MOVE "N"      TO PUT-OK(PUT-COUNT)
              MOVE "Y"          TO SCR-IS-PUT(SCR-COUNT)
              MOVE PUT-COUNT    TO SCR-PUT-IDX(SCR-COUNT)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PUT-COUNT
              INITIALIZE KIFTPSTS-REC
              MOVE RUN-ID-PARM       TO STSRUNID OF KIFTPSTS-REC
              MOVE PUT-STSFILE(I)    TO STSFILE  OF KIFTPSTS-REC
              MOVE PUT-OK(I)         TO STSSTAT  OF KIFTPSTS-REC
              MOVE FUNCTION CURRENT-DATE
                                     TO STSTS    OF KIFTPSTS-REC
      * Record the count that went - the acknowledgment match and
      * the incremental generation both compare against it. A
      * partner copy's count is the data records KIFTPFMTC wrote
      * into it (its header line is no record of the file's).
              IF PUT-OK(I) = "Y"
                 IF PUT-FILENAME(I) = PUT-STSFILE(I)
                    MOVE PUT-FILENAME(I) TO WS-CNT-FILENAME
                    MOVE ZEROES TO WS-CNT-NBRCURRCD
                    MOVE SPACES TO WS-CNT-FILEDESC
                    CALL "KICHKNUMRC" USING WS-CNT-FILENAME
                                            WS-CNT-NBRCURRCD
                                            WS-CNT-FILEDESC
                 ELSE
                    PERFORM D1100-FORMATTED-COUNT THRU D1100-EXIT
                 END-IF
                 MOVE WS-CNT-NBRCURRCD
                                   TO STSRECCNT OF KIFTPSTS-REC
              END-IF
              WRITE KIFTPSTS-REC
              MOVE PUT-STSFILE(I) TO SLL-FILENAME
              IF PUT-OK(I) = "Y"
                 ADD 1 TO WS-OK-COUNT
                 MOVE "TRANSFERRED"    TO SLL-RESULT
       D1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       D1100-FORMATTED-COUNT.

      * The KIFTPFMT row whose copy this was - the file and copy
      * name pair; the profile is not on the put line.

           MOVE ZEROES TO WS-CNT-NBRCURRCD.
           SET NOT-EOF-KIFTPFMT TO TRUE.

           OPEN INPUT KIFTPFMT-FILE.

           PERFORM UNTIL EOF-KIFTPFMT
              READ KIFTPFMT-FILE NEXT RECORD
                 AT END
                    SET EOF-KIFTPFMT TO TRUE
                 NOT AT END
                    IF FMTFILE OF KIFTPFMT-REC = PUT-STSFILE(I)
                    AND FMTOUTF OF KIFTPFMT-REC = PUT-FILENAME(I)
                       MOVE FMTRECCNT OF KIFTPFMT-REC
                          TO WS-CNT-NBRCURRCD
                       SET EOF-KIFTPFMT TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE KIFTPFMT-FILE.

       D1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*

       E1000-BUILD-RETRY.
