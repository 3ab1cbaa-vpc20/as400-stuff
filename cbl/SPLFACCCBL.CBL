      *        deletes the daily rows, and marks the run-control
      *        row "R" - the sanctioned cleanup when a bad snapshot
      *        did get charged.
      *    "C" (consolidated) - "A" over the SPLFCONF company-wide
      *        snapshot instead of the local SPLFOUTF, so the sister
      *        partitions' printing is charged back too. SPLFCONF
      *        already holds this partition's rows, so "C" replaces
      *        "A" for a date - the same SPLFACRUN row guards both.
      ******************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS SEQUENTIAL
                  ACCESS           IS SEQUENTIAL.

           SELECT SPLFCONF         ASSIGN TO DATABASE-SPLFCONF
                  ORGANIZATION     IS SEQUENTIAL
                  ACCESS           IS SEQUENTIAL.

           SELECT USRDEPT          ASSIGN TO DATABASE-USRDEPT
                  ORGANIZATION     IS INDEXED
                  ACCESS           IS DYNAMIC
       01  SPLFOUTF-REC.
           COPY DDS-ALL-FORMATS OF SPLFOUTF.

       FD  SPLFCONF
           LABEL RECORDS ARE STANDARD.
       01  SPLFCONF-REC.
           COPY DDS-ALL-FORMATS OF SPLFCONF.

       FD  USRDEPT
           LABEL RECORDS ARE STANDARD.
       01  USRDEPT-REC.
       01  LINK-ACC-MODE            PIC X(1).
           88  ACCUM-MODE           VALUE "A".
           88  REVERSE-MODE         VALUE "R".
           88  CONSOL-MODE          VALUE "C".
       01  LINK-RUN-DATE            PIC 9(08).

      ******************************************************************

           EVALUATE TRUE
              WHEN ACCUM-MODE
              WHEN CONSOL-MODE
                 PERFORM 0100-ACCUMULATE
              WHEN REVERSE-MODE
                 PERFORM 5000-REVERSE-DATE
                      "ACCUMULATED - RERUN IS A NO-OP, NOTHING "
                      "CHARGED ***"
           ELSE
              OPEN INPUT USRDEPT
              OPEN I-O   SPLFACCT
                         SPLFACCDD

              IF CONSOL-MODE
                 OPEN INPUT SPLFCONF
                 PERFORM UNTIL EOF-SPLFOUTF
                    READ SPLFCONF INTO SPLFOUTF-REC
                       AT END
                          SET EOF-SPLFOUTF TO TRUE
                       NOT AT END
                          PERFORM 1000-EVAL-ENTRY
                    END-READ
                 END-PERFORM
                 CLOSE SPLFCONF
              ELSE
                 OPEN INPUT SPLFOUTF
                 PERFORM UNTIL EOF-SPLFOUTF
                    READ SPLFOUTF
                       AT END
                          SET EOF-SPLFOUTF TO TRUE
                       NOT AT END
                          PERFORM 1000-EVAL-ENTRY
                    END-READ
                 END-PERFORM
                 CLOSE SPLFOUTF
              END-IF

              PERFORM 0300-WRITE-RUN-CONTROL

              CLOSE USRDEPT
                    SPLFACCT
                    SPLFACCDD
                    SPLFACRUN
