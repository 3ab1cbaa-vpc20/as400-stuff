       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LCKCHKSVC.

      *================================================================
      *  Object lock check for a database file (one CALL, one job
      *  done): lists the file's locks through the List Object
      *  Locks API into a QTEMP user space (the STEPMSGSVC list
      *  pattern) and answers LCKCHK-STAT "Y" when no job but the
      *  caller's own holds a lock on it, "N" when one does - with
      *  the first such job, its user and the lock state, and how
      *  many holding locks there are. Locks only waited for or
      *  requested are not counted; nor are member locks - an open
      *  of the file takes a lock on the file itself too.
      *
      *  A blank library is the library list. A file the API
      *  cannot list (not found, not authorized) comes back "E"
      *  with the API's message id in LCKCHK-MSGID; what that
      *  means is the caller's decision.
      *================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

      *================================================================

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY QUSEC OF QSYSINC-QLBLSRC.

       01  MISC.
           05 SPC-NAME           PIC X(20) VALUE "LCKCHKSP  QTEMP ".
           05 SPC-SIZE           PIC S9(09) VALUE 65536 BINARY.
           05 SPC-INIT           PIC X(01) VALUE X"00".
           05 SPCPTR             POINTER.
           05 EXT-ATTR           PIC X(10) VALUE "QWCLOBJL".
           05 SPC-AUT            PIC X(10) VALUE "*ALL".
           05 SPC-TEXT           PIC X(50).
           05 SPC-REPLAC         PIC X(10) VALUE "*YES".
           05 SPC-DOMAIN         PIC X(10) VALUE "*USER".
           05 LST-FORMAT-NAME    PIC X(08) VALUE "OBJL0100".

       01  OBJL-SELECTION.
           05 OS-OBJECT.
              10 OS-OBJ-NAME     PIC X(10).
              10 OS-OBJ-LIB      PIC X(10).
           05 OS-OBJ-TYPE        PIC X(10) VALUE "*FILE".
           05 OS-MEMBER          PIC X(10) VALUE "*NONE".

       01  CHECK-WORK.
           05  WS-ENTRY-IX         PIC S9(9) BINARY VALUE ZEROES.

       LINKAGE SECTION.

       01  LCKCHK-PARM.
           05  LCKCHK-FILE                 PIC X(10).
           05  LCKCHK-LIB                  PIC X(10).
           05  LCKCHK-OWN-JOBNM            PIC X(10).
           05  LCKCHK-OWN-JOBUS            PIC X(10).
           05  LCKCHK-OWN-JOBNO            PIC X(6).
           05  LCKCHK-STAT                 PIC X(1).
           05  LCKCHK-HOLDERS              PIC 9(4).
           05  LCKCHK-JOBNM                PIC X(10).
           05  LCKCHK-JOBUS                PIC X(10).
           05  LCKCHK-JOBNO                PIC X(6).
           05  LCKCHK-STATE                PIC X(10).
           05  LCKCHK-MSGID                PIC X(7).

       01  STRING-SPACE PIC X(65536).

       COPY QUSGEN OF QSYSINC-QLBLSRC.

      *          OBJL0100 list entry.

       01  OBJL-ENTRY.
           05 OL-JOBNM                   PIC X(10).
           05 OL-JOBUS                   PIC X(10).
           05 OL-JOBNO                   PIC X(06).
           05 OL-STATE                   PIC X(10).
           05 OL-STATUS                  PIC S9(09) BINARY.
           05 OL-TYPE                    PIC S9(09) BINARY.
           05 OL-MEMBER                  PIC X(10).
           05 OL-SHARE                   PIC X(01).
           05 OL-SCOPE                   PIC X(01).
           05 OL-THREAD                  PIC X(08).

      *================================================================

       PROCEDURE DIVISION USING LCKCHK-PARM.

       0000-MAIN-LOGIC.

           MOVE "Y"    TO LCKCHK-STAT.
           MOVE ZEROES TO LCKCHK-HOLDERS.
           MOVE SPACES TO LCKCHK-JOBNM LCKCHK-JOBUS LCKCHK-JOBNO
                          LCKCHK-STATE LCKCHK-MSGID.

           PERFORM 1000-LIST-LOCKS.

           IF EXCEPTION-ID OF QUS-EC NOT = SPACES
              MOVE "E" TO LCKCHK-STAT
              MOVE EXCEPTION-ID OF QUS-EC TO LCKCHK-MSGID
              GOBACK
           END-IF.

           IF (INFORMATION-STATUS OF QUS-GENERIC-HEADER-0100 = "C"
           OR INFORMATION-STATUS OF QUS-GENERIC-HEADER-0100 = "P")
           AND NUMBER-LIST-ENTRIES OF QUS-GENERIC-HEADER-0100 > 0
              SET ADDRESS OF OBJL-ENTRY TO
                  ADDRESS OF STRING-SPACE((OFFSET-LIST-DATA
                             OF QUS-GENERIC-HEADER-0100 + 1):1)
              PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                      UNTIL WS-ENTRY-IX >
                            NUMBER-LIST-ENTRIES
                               OF QUS-GENERIC-HEADER-0100
                 PERFORM 2000-CHECK-LOCK
                 SET ADDRESS OF STRING-SPACE TO ADDRESS OF OBJL-ENTRY
                 SET ADDRESS OF OBJL-ENTRY TO ADDRESS OF STRING-SPACE
                     ((SIZE-EACH-ENTRY OF QUS-GENERIC-HEADER-0100
                       + 1):1)
              END-PERFORM
           END-IF.

           GOBACK.

      *================================================================

       1000-LIST-LOCKS.

           MOVE LENGTH OF QUS-EC TO BYTES-PROVIDED OF QUS-EC.
           MOVE SPACES TO EXCEPTION-ID OF QUS-EC.

           MOVE LCKCHK-FILE TO OS-OBJ-NAME.
           IF LCKCHK-LIB = SPACES
              MOVE "*LIBL"    TO OS-OBJ-LIB
           ELSE
              MOVE LCKCHK-LIB TO OS-OBJ-LIB
           END-IF.

           CALL "QUSCRTUS" USING SPC-NAME, EXT-ATTR, SPC-SIZE,
                SPC-INIT, SPC-AUT, SPC-TEXT,
                SPC-REPLAC, QUS-EC, SPC-DOMAIN.

           IF EXCEPTION-ID OF QUS-EC = SPACES
              CALL "QWCLOBJL" USING SPC-NAME, LST-FORMAT-NAME,
                   OS-OBJECT, OS-OBJ-TYPE, OS-MEMBER, QUS-EC
           END-IF.

           IF EXCEPTION-ID OF QUS-EC = SPACES
              CALL "QUSPTRUS" USING SPC-NAME, SPCPTR, QUS-EC
           END-IF.

           IF EXCEPTION-ID OF QUS-EC = SPACES
              SET ADDRESS OF STRING-SPACE TO SPCPTR
              SET ADDRESS OF QUS-GENERIC-HEADER-0100 TO SPCPTR
           END-IF.

      *================================================================
      *  Lock status 1 is held; 2 and 3 are waiting and requested.
      *================================================================

       2000-CHECK-LOCK.

           IF OL-STATUS = 1
           AND NOT (OL-JOBNM = LCKCHK-OWN-JOBNM
                AND OL-JOBUS = LCKCHK-OWN-JOBUS
                AND OL-JOBNO = LCKCHK-OWN-JOBNO)
              ADD 1 TO LCKCHK-HOLDERS
              IF LCKCHK-STAT = "Y"
                 MOVE "N"      TO LCKCHK-STAT
                 MOVE OL-JOBNM TO LCKCHK-JOBNM
                 MOVE OL-JOBUS TO LCKCHK-JOBUS
                 MOVE OL-JOBNO TO LCKCHK-JOBNO
                 MOVE OL-STATE TO LCKCHK-STATE
              END-IF
           END-IF.
