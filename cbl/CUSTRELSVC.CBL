       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTRELSVC.

      *================================================================
      *  Shared account-hierarchy check (in the spirit of CODVALSVC
      *  and BUSDAYSVC - one CALL, one job done): answers whether
      *  the customer handed in is the parent of any child that is
      *  still active on CUSTPF, and how many. A child counts as
      *  active unless it is inactive ("I") or gone from CUSTPF
      *  altogether. CUSTMRGCBL and CUSTRETCBL call here before
      *  folding or retiring a customer, so the head office cannot
      *  disappear from under sites that still trade.
      *
      *  The files are opened on the first call and left open - the
      *  retention batch calls once per candidate.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTRELPF      ASSIGN  TO DATABASE-CUSTRELPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         RELKEY.

           SELECT CUSTPF         ASSIGN  TO DATABASE-CUSTPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

      *================================================================

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTRELPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTRELPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTRELPF.

       FD  CUSTPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       WORKING-STORAGE SECTION.

       01  SWITCH-AREA.
           05  FILE-OPEN-SW        PIC 1   VALUE B"0".
               88  FILE-NOT-OPEN           VALUE B"0".
               88  FILE-IS-OPEN            VALUE B"1".
           05  EOF-CUSTRELPF-SW    PIC 1   VALUE B"0".
               88  NOT-EOF-CUSTRELPF       VALUE B"0".
               88  EOF-CUSTRELPF           VALUE B"1".

       LINKAGE SECTION.

       01  RELSVC-PARM.
           05  RELSVC-CUSTNO               PIC 9(6).
           05  RELSVC-KIDS                 PIC S9(5).
           05  RELSVC-STAT                 PIC X(1).

      *================================================================

       PROCEDURE DIVISION USING RELSVC-PARM.

       0000-MAIN-LOGIC.

           IF FILE-NOT-OPEN
              OPEN INPUT CUSTRELPF
                         CUSTPF
              SET FILE-IS-OPEN TO TRUE
           END-IF.

           MOVE "N"    TO RELSVC-STAT.
           MOVE ZEROES TO RELSVC-KIDS.
           SET NOT-EOF-CUSTRELPF TO TRUE.

           MOVE RELSVC-CUSTNO TO RELPARENT OF CUSTRELPF-REC.
           MOVE ZEROES        TO RELCHILD  OF CUSTRELPF-REC.
           START CUSTRELPF KEY IS NOT LESS THAN RELKEY
                 OF CUSTRELPF-REC
              INVALID KEY
                 SET EOF-CUSTRELPF TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTRELPF
              READ CUSTRELPF NEXT RECORD
                 AT END
                    SET EOF-CUSTRELPF TO TRUE
                 NOT AT END
                    IF RELPARENT OF CUSTRELPF-REC NOT = RELSVC-CUSTNO
                       SET EOF-CUSTRELPF TO TRUE
                    ELSE
                       PERFORM 1000-CHECK-CHILD
                    END-IF
              END-READ
           END-PERFORM.

           IF RELSVC-KIDS > ZEROES
              MOVE "Y" TO RELSVC-STAT
           END-IF.

           GOBACK.

      *================================================================

       1000-CHECK-CHILD.

           MOVE RELCHILD OF CUSTRELPF-REC TO CUSTNO OF CUSTPF-REC.
           READ CUSTPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CUSTSTAT OF CUSTPF-REC NOT = "I"
                    ADD 1 TO RELSVC-KIDS
                 END-IF
           END-READ.
