       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECMGR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DIST-CTL-FILE ASSIGN TO "DISTRIB.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIST-CTL-STATUS.
       SELECT SEC-RPT-FILE ASSIGN TO "SECVIOL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       COPY SECSEL.
       COPY CFGSEL.
       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD DIST-CTL-FILE.
       01 DIST-CTL-RECORD      PIC X(96).

       FD SEC-RPT-FILE.
       01 SEC-RPT-RECORD       PIC X(132).

       COPY SECFD.
       COPY CFGFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY CLIARGS.
       COPY AUDITWS.
       COPY GENWS.
       COPY CFGWS.
       COPY RPTWS.
       COPY SECWS.
       77 DIST-CTL-STATUS      PIC X(2).
       77 DIST-CTL-EOF         PIC X(1).
       77 DIST-ROUTED          PIC X(1) VALUE "N".
       77 DIST-REPORT          PIC X(32).
       77 SECURITY-LOG-EOF     PIC X(1).
       77 RUN-MODE             PIC X(8).
       77 TODAY-DATE           PIC X(10).
       77 WANT-DATE            PIC X(10).
       77 WANT-OPER            PIC X(8).
       77 EV-DATE              PIC X(10).
       77 EV-TIME              PIC X(8).
       77 EV-OPER              PIC X(8).
       77 EV-FUNCTION          PIC X(8).
       77 EV-RESULT            PIC X(8).
       77 EV-DETAIL            PIC X(40).
       77 EVENT-COUNT          PIC 9(5) VALUE 0.
       77 FAILED-COUNT         PIC 9(5) VALUE 0.
       77 LOCKED-COUNT         PIC 9(5) VALUE 0.
       77 REFUSED-COUNT        PIC 9(5) VALUE 0.
       77 DENIED-COUNT         PIC 9(5) VALUE 0.
       77 RESET-COUNT          PIC 9(5) VALUE 0.
       77 VIOLATION-COUNT      PIC 9(5) VALUE 0.
       77 LOCKED-NOW-COUNT     PIC 9(4) VALUE 0.
       77 DISP-COUNT           PIC Z(4)9.
       77 DISP-COUNT-2         PIC Z(4)9.
       77 AUDIT-SUMMARY        PIC X(20).

       PROCEDURE DIVISION.
       MAIN-ROUTINE.

       ACCEPT ARGC FROM ARGUMENT-NUMBER

       DISPLAY 0 UPON ARGUMENT-NUMBER
       ACCEPT PROGNAME FROM ARGUMENT-VALUE

       PERFORM CAPTURE-START-TIME

       IF ARGC < 1 OR ARGC > 2
           DISPLAY "usage: " FUNCTION TRIM(PROGNAME)
               " <report [yyyy-mm-dd]|reset <operator>|locks>"
           DISPLAY "report lists the day's security violations from "
               "SECURITY.LOG into SECVIOL.RPT"
           DISPLAY "reset clears a locked operator id (SECURITY "
               "privilege required)"
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF

       DISPLAY 1 UPON ARGUMENT-NUMBER
       ACCEPT ARG FROM ARGUMENT-VALUE
       MOVE FUNCTION TRIM(ARG) TO RUN-MODE
       INSPECT RUN-MODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

       MOVE SPACES TO TODAY-DATE
       STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATE
       END-STRING

       PERFORM LOAD-SUITE-CONFIG
       PERFORM APPLY-EFFECTIVE-CONFIG

       MOVE "SECMGR" TO AUDIT-PROGRAM

       EVALUATE RUN-MODE
         WHEN "REPORT"
           PERFORM RUN-VIOLATIONS-REPORT
         WHEN "RESET"
           PERFORM RUN-LOCK-RESET
         WHEN "LOCKS"
           IF ARGC > 1
               DISPLAY "error: locks takes no further arguments"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LIST-LOCKED-OPERATORS
         WHEN OTHER
           DISPLAY "error: mode must be report, reset, or locks"
           MOVE 2 TO RETURN-CODE
       END-EVALUATE

       STOP RUN.

       APPLY-EFFECTIVE-CONFIG.
           MOVE "RETAIN-GENERATIONS" TO CFG-WANT-KEY
           PERFORM GET-CONFIG-VALUE
           IF CFG-FOUND = "Y"
               MOVE CFG-RESULT TO GEN-KEEP-COUNT
           END-IF.

       RUN-VIOLATIONS-REPORT.
           MOVE TODAY-DATE TO WANT-DATE
           IF ARGC > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(ARG) TO WANT-DATE
           END-IF
           IF WANT-DATE(1:4) IS NOT NUMERIC
               OR WANT-DATE(5:1) NOT = "-"
               OR WANT-DATE(6:2) IS NOT NUMERIC
               OR WANT-DATE(8:1) NOT = "-"
               OR WANT-DATE(9:2) IS NOT NUMERIC
               DISPLAY "error: report date must be yyyy-mm-dd"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "SECURITY.LOG" TO FILENAME

           PERFORM LOAD-OPER-LOCKS

           MOVE "SECVIOL.RPT" TO GEN-FILE-NAME
           PERFORM ROLL-OUTPUT-GENERATIONS
           OPEN OUTPUT SEC-RPT-FILE
           MOVE SPACES TO RPT-TITLE
           STRING "SECURITY VIOLATIONS " DELIMITED BY SIZE
               WANT-DATE DELIMITED BY SIZE
               INTO RPT-TITLE
           END-STRING
           MOVE SPACES TO RPT-COLUMN-HEADING
           MOVE "time" TO RPT-COLUMN-HEADING(1:4)
           MOVE "operator" TO RPT-COLUMN-HEADING(11:8)
           MOVE "function" TO RPT-COLUMN-HEADING(21:8)
           MOVE "result" TO RPT-COLUMN-HEADING(31:6)
           MOVE "detail" TO RPT-COLUMN-HEADING(41:6)
           PERFORM RPT-INIT-REPORT

           MOVE "N" TO SECURITY-LOG-EOF
           OPEN INPUT SECURITY-LOG-FILE
           IF SECURITY-LOG-STATUS = "00"
               PERFORM UNTIL SECURITY-LOG-EOF = "Y"
                 READ SECURITY-LOG-FILE
                   AT END
                     MOVE "Y" TO SECURITY-LOG-EOF
                   NOT AT END
                     IF SECURITY-LOG-RECORD NOT = SPACES
                         PERFORM REPORT-ONE-EVENT
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE SECURITY-LOG-FILE
           ELSE
               DISPLAY "note: SECURITY.LOG not present, no security "
                   "events recorded"
           END-IF

           PERFORM RPT-WRITE-TOTALS
           MOVE SPACES TO RPT-DETAIL
           MOVE FAILED-COUNT TO DISP-COUNT
           MOVE LOCKED-COUNT TO DISP-COUNT-2
           STRING "failed sign-ons = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               ", lockouts = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE SPACES TO RPT-DETAIL
           MOVE DENIED-COUNT TO DISP-COUNT
           MOVE REFUSED-COUNT TO DISP-COUNT-2
           STRING "privileges denied = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               ", refused while locked = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT-2) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE
           MOVE SPACES TO RPT-DETAIL
           MOVE RESET-COUNT TO DISP-COUNT
           STRING "supervisor resets = " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM RPT-WRITE-TOTAL-LINE

           MOVE 0 TO LOCKED-NOW-COUNT
           PERFORM VARYING OPLOCK-IDX FROM 1 BY 1
               UNTIL OPLOCK-IDX > OPLOCK-COUNT
             IF OL-STATE(OPLOCK-IDX) = "LOCKED"
                 ADD 1 TO LOCKED-NOW-COUNT
                 MOVE SPACES TO RPT-DETAIL
                 STRING "locked now: " DELIMITED BY SIZE
                     FUNCTION TRIM(OL-OPER-ID(OPLOCK-IDX))
                         DELIMITED BY SIZE
                     " since " DELIMITED BY SIZE
                     OL-DATE(OPLOCK-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     OL-TIME(OPLOCK-IDX) DELIMITED BY SIZE
                     INTO RPT-DETAIL
                 END-STRING
                 PERFORM RPT-WRITE-TOTAL-LINE
             END-IF
           END-PERFORM
           IF LOCKED-NOW-COUNT = 0
               MOVE "no operator ids are locked" TO RPT-DETAIL
               PERFORM RPT-WRITE-TOTAL-LINE
           END-IF
           CLOSE SEC-RPT-FILE

           PERFORM CHECK-REPORT-ROUTED

           MOVE VIOLATION-COUNT TO DISP-COUNT
           DISPLAY "security violations on " WANT-DATE " = "
               FUNCTION TRIM(DISP-COUNT)
           MOVE LOCKED-NOW-COUNT TO DISP-COUNT
           DISPLAY "operator ids locked = " FUNCTION TRIM(DISP-COUNT)

           IF VIOLATION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE VIOLATION-COUNT TO DISP-COUNT
           MOVE SPACES TO AUDIT-SUMMARY
           STRING "violations=" DELIMITED BY SIZE
               FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
               INTO AUDIT-SUMMARY
           END-STRING
           MOVE AUDIT-SUMMARY TO AUDIT-RESULT-TEXT
           PERFORM WRITE-AUDIT-RECORD.

       REPORT-ONE-EVENT.
           MOVE SPACES TO EV-DATE EV-TIME EV-OPER EV-FUNCTION
               EV-RESULT EV-DETAIL
           UNSTRING SECURITY-LOG-RECORD DELIMITED BY ","
               INTO EV-DATE EV-TIME EV-OPER EV-FUNCTION EV-RESULT
                   EV-DETAIL
           END-UNSTRING
           IF EV-DATE NOT = WANT-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EVENT-COUNT
           EVALUATE EV-RESULT
             WHEN "FAILED"
               ADD 1 TO FAILED-COUNT
               ADD 1 TO VIOLATION-COUNT
             WHEN "LOCKED"
               ADD 1 TO LOCKED-COUNT
               ADD 1 TO VIOLATION-COUNT
             WHEN "REFUSED"
               ADD 1 TO REFUSED-COUNT
               ADD 1 TO VIOLATION-COUNT
             WHEN "DENIED"
               ADD 1 TO DENIED-COUNT
               ADD 1 TO VIOLATION-COUNT
             WHEN "RESET"
               ADD 1 TO RESET-COUNT
           END-EVALUATE
           MOVE SPACES TO RPT-DETAIL
           MOVE EV-TIME TO RPT-DETAIL(1:8)
           MOVE EV-OPER TO RPT-DETAIL(11:8)
           MOVE EV-FUNCTION TO RPT-DETAIL(21:8)
           MOVE EV-RESULT TO RPT-DETAIL(31:8)
           MOVE EV-DETAIL TO RPT-DETAIL(41:40)
           PERFORM RPT-WRITE-DETAIL.

       CHECK-REPORT-ROUTED.
           MOVE "N" TO DIST-ROUTED
           MOVE "N" TO DIST-CTL-EOF
           OPEN INPUT DIST-CTL-FILE
           IF DIST-CTL-STATUS = "00"
               PERFORM UNTIL DIST-CTL-EOF = "Y"
                 READ DIST-CTL-FILE
                   AT END
                     MOVE "Y" TO DIST-CTL-EOF
                   NOT AT END
                     MOVE SPACES TO DIST-REPORT
                     UNSTRING DIST-CTL-RECORD DELIMITED BY ","
                         INTO DIST-REPORT
                     END-UNSTRING
                     INSPECT DIST-REPORT CONVERTING
                         "abcdefghijklmnopqrstuvwxyz" TO
                         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                     IF FUNCTION TRIM(DIST-REPORT) = "SECVIOL.RPT"
                         MOVE "Y" TO DIST-ROUTED
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE DIST-CTL-FILE
           END-IF
           IF DIST-ROUTED NOT = "Y"
               DISPLAY "WARNING: SECVIOL.RPT has no recipient in "
                   "DISTRIB.CTL, add SECVIOL.RPT,<operations manager>"
           END-IF.

       RUN-LOCK-RESET.
           IF ARGC < 2
               DISPLAY "error: reset needs the operator id to clear"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(ARG) TO WANT-OPER
           INSPECT WANT-OPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "OPERLOCK.DAT" TO FILENAME

           MOVE "SECURITY" TO OPER-PRIV
           PERFORM CHECK-OPERATOR-PRIVILEGE
           IF OPER-ALLOWED NOT = "Y"
               DISPLAY "error: operator "
                   FUNCTION TRIM(AUDIT-OPERATOR-ID)
                   " is not authorized to reset operator lockouts"
               MOVE 8 TO RETURN-CODE
               MOVE "RESET DENIED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF

           PERFORM LOAD-OPER-LOCKS
           MOVE WANT-OPER TO SECLOG-OPER-ID
           PERFORM FIND-OPER-LOCK
           IF OPLOCK-FOUND-IDX = 0
               DISPLAY "operator " FUNCTION TRIM(WANT-OPER)
                   " is not locked and has no failed sign-ons"
               MOVE 4 TO RETURN-CODE
               MOVE "NOT LOCKED" TO AUDIT-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF OL-STATE(OPLOCK-FOUND-IDX) = "LOCKED"
               DISPLAY "operator " FUNCTION TRIM(WANT-OPER)
                   " unlocked, locked since " OL-DATE(OPLOCK-FOUND-IDX)
               MOVE "RESET" TO AUDIT-RESULT-TEXT
           ELSE
               MOVE OL-FAILURES(OPLOCK-FOUND-IDX) TO DISP-COUNT
               DISPLAY "operator " FUNCTION TRIM(WANT-OPER)
                   " was not locked, " FUNCTION TRIM(DISP-COUNT)
                   " failed sign-ons cleared"
               MOVE 4 TO RETURN-CODE
               MOVE "NOT LOCKED" TO AUDIT-RESULT-TEXT
           END-IF
           MOVE 0 TO OL-FAILURES(OPLOCK-FOUND-IDX)
           MOVE "OPEN" TO OL-STATE(OPLOCK-FOUND-IDX)
           PERFORM SAVE-OPER-LOCKS

           MOVE "RESET" TO SECLOG-FUNCTION
           MOVE "RESET" TO SECLOG-RESULT
           MOVE SPACES TO SECLOG-DETAIL
           STRING "by " DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-OPERATOR-ID) DELIMITED BY SIZE
               INTO SECLOG-DETAIL
           END-STRING
           PERFORM WRITE-SECURITY-EVENT
           PERFORM WRITE-AUDIT-RECORD.

       LIST-LOCKED-OPERATORS.
           PERFORM LOAD-OPER-LOCKS
           MOVE 0 TO LOCKED-NOW-COUNT
           PERFORM VARYING OPLOCK-IDX FROM 1 BY 1
               UNTIL OPLOCK-IDX > OPLOCK-COUNT
             MOVE OL-FAILURES(OPLOCK-IDX) TO DISP-COUNT
             IF OL-STATE(OPLOCK-IDX) = "LOCKED"
                 ADD 1 TO LOCKED-NOW-COUNT
                 DISPLAY OL-OPER-ID(OPLOCK-IDX) " LOCKED since "
                     OL-DATE(OPLOCK-IDX) " " OL-TIME(OPLOCK-IDX)
             ELSE
                 DISPLAY OL-OPER-ID(OPLOCK-IDX) " "
                     FUNCTION TRIM(DISP-COUNT)
                     " failed sign-on(s), last "
                     OL-DATE(OPLOCK-IDX) " " OL-TIME(OPLOCK-IDX)
             END-IF
           END-PERFORM
           MOVE LOCKED-NOW-COUNT TO DISP-COUNT
           DISPLAY "operator ids locked = " FUNCTION TRIM(DISP-COUNT).

       COPY SECPARA.

       COPY RPTPARA REPLACING ==RPT-OUT-RECORD==
           BY ==SEC-RPT-RECORD==.

       COPY GENPARA.

       COPY CFGPARA.
       COPY AUDITPARA.
