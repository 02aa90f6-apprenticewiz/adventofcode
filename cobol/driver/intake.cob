               INSPECT FUNCTION TRIM(SIG-BUF)
                   TALLYING SIG-X-COUNT FOR ALL "x"
               IF SIG-X-COUNT NOT = 2
                   AND NOT (INTAKE-PROGRAM = "DAY02A"
                       AND SIG-BUF(1:6) = "ORDER ")
                   MOVE "N" TO ACCEPT-FLAG
                   MOVE "expected LxWxH on first record"
                       TO REJECT-REASON
               END-IF
             WHEN "DAY05A"
               IF FUNCTION TRIM(SIG-BUF) IS NOT ALPHABETIC-LOWER
                   AND SIG-BUF(1:7) NOT = "SOURCE "
                   MOVE "N" TO ACCEPT-FLAG
                   MOVE "expected lowercase letters only"
                       TO REJECT-REASON
