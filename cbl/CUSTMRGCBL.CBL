      *  Customer merge utility - the duplicate warning in CUSTCBL
      *  stops NEW duplicates, but years of old ones are still on
      *  file under two CUSTNOs. The operator keys the surviving
      *  CUSTNO and the duplicate being folded into it; once both
      *  pass the checks below, the merge is filed on CUSTPCHPF as a
      *  pending "M" change for a second user to approve on
      *  CUSTAPRCBL. The approval is what marks the victim inactive
      *  with CUSTMRGTO cross-referencing the survivor, stamps both
      *  records, writes AUDITLOG entries for both sides, and drops
      *  a "M" notification on CUSTOUTF so the nightly export tells
      *  downstream systems to re-point. The victim's record
      *  (name/address history) stays on file - this is a fold, not
      *  a delete.
      *================================================================

       ENVIRONMENT DIVISION.
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTPCHPF      ASSIGN  TO DATABASE-CUSTPCHPF
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         PCHID.

           SELECT CUSTPCHL1      ASSIGN  TO DATABASE-CUSTPCHL1
                  ORGANIZATION   IS         INDEXED
                  ACCESS         IS         DYNAMIC
                  RECORD KEY     IS         EXTERNALLY-DESCRIBED-KEY
                                            WITH DUPLICATES.

           SELECT CUSTBALPF      ASSIGN  TO DATABASE-CUSTBALPF
                  ORGANIZATION   IS         INDEXED
       01  CUSTPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPF.

       FD  CUSTPCHPF
           LABEL RECORDS ARE STANDARD.
       01  CUSTPCHPF-REC.
           COPY DDS-ALL-FORMATS OF CUSTPCHPF.

       FD  CUSTPCHL1
           LABEL RECORDS ARE STANDARD.
       01  CUSTPCHL1-REC.
           COPY DDS-ALL-FORMATS OF CUSTPCHL1.

       FD  CUSTBALPF
           LABEL RECORDS ARE STANDARD.

      *          Survivor's image, saved while the victim record is
      *          being worked on - CUSTPF-REC only holds one record
      *          at a time. The two names go on the pending row so
      *          the approver sees what is being folded into what.

       01  SURVIVOR-IMAGE.
           05  SRV-CUSTNAME        PIC X(30).
       01  VICTIM-IMAGE.
           05  VIC-CUSTNAME        PIC X(30).
           05  VIC-CUSTADDR        PIC X(30).
           05  VIC-CUSTSTAT        PIC X(1).
           05  VIC-CUSTSTRSN       PIC X(3).

       01  NBRSVC-PARM.
           05  NBRSVC-SERIES               PIC X(10).
           05  AUTH-STAT                   PIC X(1).
           05  AUTH-USER                   PIC X(10).

       01  RELSVC-PARM.
           05  RELSVC-CUSTNO               PIC 9(6).
           05  RELSVC-KIDS                 PIC S9(5).
           05  RELSVC-STAT                 PIC X(1).

       01  USGLOG-PARM.
           05  USGLOG-ACTION               PIC X(1).
           05  USGLOG-PGM                  PIC X(10).
           05  USGLOG-FUNC                 PIC X(10).
           05  USGLOG-STRTS                PIC X(21).
           05  USGLOG-ADDS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-CHGS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-DLTS                 PIC 9(5)  VALUE ZEROES.
           05  USGLOG-INQS                 PIC 9(5)  VALUE ZEROES.

      *================================================================

       PROCEDURE DIVISION.
              READ CUSTMRGDSP   INTO REC1-I
                 FORMAT IS "REC1"   INDICATORS ARE INDIC-AREA

              MOVE B'0' TO IN91 IN92 IN93 IN94 IN95 IN96 IN97 IN98

              IF F0-ENTER
                 PERFORM 2000-VALIDATE-MERGE
                 IF VALID-DATA
                    PERFORM 3000-FILE-MERGE
                 END-IF
                 IF VALID-DATA
                    MOVE B'1' TO IN97
                    MOVE ZEROES TO MRG-SURVIVOR OF REC1-I
                                   MRG-VICTIM   OF REC1-I
                 END-IF
                       MOVE B'1' TO IN94
                    END-IF
                 ELSE
                    MOVE CUSTNAME  OF CUSTPF-REC TO VIC-CUSTNAME
                    MOVE CUSTADDR  OF CUSTPF-REC TO VIC-CUSTADDR
                    MOVE CUSTSTAT  OF CUSTPF-REC TO VIC-CUSTSTAT
                    MOVE CUSTSTRSN OF CUSTPF-REC TO VIC-CUSTSTRSN
                 END-IF
              END-IF
           END-IF.
              END-READ
           END-IF.

      *          A victim that is still the parent of live sites
      *          or bill-to accounts must not be folded away - the
      *          children would hang off an inactive head office.
      *          Re-point or retire the children first.
           IF VALID-DATA
              MOVE MRG-VICTIM OF REC1-I TO RELSVC-CUSTNO
              CALL "CUSTRELSVC" USING RELSVC-PARM
              IF RELSVC-STAT = "Y"
                 SET INVALID-DATA TO TRUE
                 MOVE B'1' TO IN96
              END-IF
           END-IF.

      *  Either side already having a change waiting for approval
      *  (a rename, a status change, or another merge) would let
      *  the two decisions cross - the merge is refused with IN98
      *  until that one has been approved or rejected.
           IF VALID-DATA
              MOVE MRG-VICTIM OF REC1-I TO PCHCUSTNO OF CUSTPCHL1-REC
              READ CUSTPCHL1
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET INVALID-DATA TO TRUE
                    MOVE B'1' TO IN98
              END-READ
           END-IF.

           IF VALID-DATA
              MOVE MRG-SURVIVOR OF REC1-I TO PCHCUSTNO OF CUSTPCHL1-REC
              READ CUSTPCHL1
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET INVALID-DATA TO TRUE
                    MOVE B'1' TO IN98
              END-READ
           END-IF.

      *================================================================
      *  Four-eyes control - the merge is not applied by the user
      *  who keys it. It is filed on CUSTPCHPF under the victim's
      *  number with the survivor in PCHMRGTO, and CUSTAPRCBL
      *  carries it out (victim rewrite, both audit entries, the
      *  survivor stamp and the CUSTOUTF notification, as one
      *  commitment-control unit) once a different user approves
      *  it, re-running the checks above at that point.
      *================================================================

       3000-FILE-MERGE.

           ADD 1 TO USGLOG-CHGS.

           MOVE "PCHID"   TO NBRSVC-SERIES OF NBRSVC-PARM.
           CALL "CUSTNBRSVC" USING NBRSVC-PARM.
           IF NBRSVC-STAT OF NBRSVC-PARM NOT = "Y"
              SET INVALID-DATA TO TRUE
              MOVE B'1' TO IN98
              DISPLAY "CUSTMRGCBL: PCHID number series missing - "
                      "merge not filed"
           ELSE
              INITIALIZE CUSTPCHPF-REC
              MOVE NBRSVC-NEXT OF NBRSVC-PARM
                                       TO PCHID      OF CUSTPCHPF-REC
              MOVE MRG-VICTIM OF REC1-I
                                       TO PCHCUSTNO  OF CUSTPCHPF-REC
              MOVE "M"                 TO PCHTYPE    OF CUSTPCHPF-REC
              MOVE "P"                 TO PCHSTAT    OF CUSTPCHPF-REC
              MOVE AUTH-USER           TO PCHREQUSER OF CUSTPCHPF-REC
              MOVE FUNCTION CURRENT-DATE
                                       TO PCHREQTS   OF CUSTPCHPF-REC
              MOVE VIC-CUSTNAME        TO PCHOLDNAME OF CUSTPCHPF-REC
              MOVE VIC-CUSTSTAT        TO PCHOLDSTAT OF CUSTPCHPF-REC
              MOVE VIC-CUSTSTRSN       TO PCHOLDRSN  OF CUSTPCHPF-REC
              MOVE SRV-CUSTNAME        TO PCHNEWNAME OF CUSTPCHPF-REC
              MOVE "I"                 TO PCHNEWSTAT OF CUSTPCHPF-REC
              MOVE SPACES              TO PCHNEWRSN  OF CUSTPCHPF-REC
              MOVE MRG-SURVIVOR OF REC1-I
                                       TO PCHMRGTO   OF CUSTPCHPF-REC
              WRITE CUSTPCHPF-REC
                 INVALID KEY
                    SET INVALID-DATA TO TRUE
                    MOVE B'1' TO IN98
              END-WRITE
           END-IF.

      *================================================================

       9000-HOUSEKEEPING.

           MOVE "S"          TO USGLOG-ACTION.
           MOVE "CUSTMRGCBL" TO USGLOG-PGM.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           OPEN I-O    CUSTMRGDSP
                       CUSTPCHPF.
           OPEN INPUT  CUSTPF
                       CUSTBALPF
                       CUSTPCHL1.

           INITIALIZE REC1-I
                      REC1-O.

       9900-CLEAN-UP.

           MOVE "E"          TO USGLOG-ACTION.
           CALL "USGLOGSVC" USING USGLOG-PARM.

           CLOSE CUSTPF
                 CUSTMRGDSP
                 CUSTBALPF
                 CUSTPCHPF
                 CUSTPCHL1.
