                         WHEN "-certify"
                           MOVE "Y" TO CERTIFY-FLAG
                           SUBTRACT 1 FROM ARGC
                         WHEN "-quote"
                           MOVE "Y" TO QUOTE-FLAG
                           SUBTRACT 1 FROM ARGC
                         WHEN OTHER
                           MOVE "Y" TO OPT-DONE
                       END-EVALUATE
