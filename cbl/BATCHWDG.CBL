      *  BATCHHST history row with outcome "W". A step that dies
      *  without its job ending cleanly leaves its row at "R"; the
      *  whole point of the checkpoint file is visibility, and this
      *  is what watches it overnight. The job log of the job that
      *  marked the step running (CHKJOBNM/US/NO) is captured onto
      *  STEPMSGPF through STEPMSGSVC at each alert, so BATCHRPT
      *  and the console can say why, not just that, it failed.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  WS-ELAPSED-EDIT      PIC ZZZZZZ9.

       01  WS-ALERT-COUNT           PIC S9(5) VALUE ZEROES.
       01  WS-CAPTURE-COUNT         PIC S9(5) VALUE ZEROES.

       01  SMSVC-PARM.
           05  SMSVC-RUNID                 PIC 9(6).
           05  SMSVC-RUNDT                 PIC 9(8).
           05  SMSVC-STEP                  PIC X(10).
           05  SMSVC-JOBNM                 PIC X(10).
           05  SMSVC-JOBUS                 PIC X(10).
           05  SMSVC-JOBNO                 PIC X(6).
           05  SMSVC-COUNT                 PIC 9(4).
           05  SMSVC-STAT                  PIC X(1).
           05  SMSVC-MSGID                 PIC X(7).

       01  ALERT-PARM.
           05  ALERT-TYPE                  PIC X(10).
                 BATCHSTP
                 BATCHHST.

           DISPLAY "BATCHWDG: " WS-ALERT-COUNT " stuck-step alerts, "
                   WS-CAPTURE-COUNT " job logs captured".

           GOBACK.

              ADD 1 TO WS-ALERT-COUNT
              PERFORM 2000-RAISE-ALERT
              PERFORM 2100-WRITE-HISTORY
              PERFORM 2200-CAPTURE-JOB-LOG
           END-IF.

      ******************************************************************
              INTO HSTCOUNTS OF BATCHHST-REC
           END-STRING.
           WRITE BATCHHST-REC.

      ******************************************************************
      *
      * A job log that can no longer be listed (job gone, log
      * already spooled) is reported here and left - the alert and
      * the "W" row stand on their own.
      *
      ******************************************************************

       2200-CAPTURE-JOB-LOG.

           MOVE CHKRUNID OF BATCHCHK-REC TO SMSVC-RUNID.
           MOVE CHKRUNDT OF BATCHCHK-REC TO SMSVC-RUNDT.
           MOVE CHKSTEP  OF BATCHCHK-REC TO SMSVC-STEP.
           MOVE CHKJOBNM OF BATCHCHK-REC TO SMSVC-JOBNM.
           MOVE CHKJOBUS OF BATCHCHK-REC TO SMSVC-JOBUS.
           MOVE CHKJOBNO OF BATCHCHK-REC TO SMSVC-JOBNO.
           CALL "STEPMSGSVC" USING SMSVC-PARM.

           IF SMSVC-STAT = "Y"
              ADD 1 TO WS-CAPTURE-COUNT
           ELSE
              DISPLAY "BATCHWDG: job log of step "
                      CHKSTEP OF BATCHCHK-REC
                      " not captured (" SMSVC-MSGID ")"
           END-IF.
