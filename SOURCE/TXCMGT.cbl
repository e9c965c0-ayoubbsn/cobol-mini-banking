       SEED-STANDARD-CODES.
           OPEN OUTPUT CODE-FILE.
           PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                   UNTIL WS-SEED-IDX > 26
               EVALUATE WS-SEED-IDX
                   WHEN 1
                       MOVE "DEP " TO TC-CODE
                       MOVE "RCVR" TO TC-CODE
                       MOVE "RECOVERY CORRECTION" TO TC-DESC
                       MOVE 'B' TO TC-GL-BEHAVIOR
                   WHEN 23
                       MOVE "CLOS" TO TC-CODE
                       MOVE "ACCOUNT CLOSE-OUT" TO TC-DESC
                       MOVE 'B' TO TC-GL-BEHAVIOR
                   WHEN 24
                       MOVE "CHGO" TO TC-CODE
                       MOVE "BALANCE CHARGED OFF" TO TC-DESC
                       MOVE 'C' TO TC-GL-BEHAVIOR
                   WHEN 25
                       MOVE "RCOV" TO TC-CODE
                       MOVE "CHARGED-OFF RECOVERY" TO TC-DESC
                       MOVE 'D' TO TC-GL-BEHAVIOR
                   WHEN 26
                       MOVE "BULK" TO TC-CODE
                       MOVE "BULK/PAYROLL PAYMENT" TO TC-DESC
                       MOVE 'B' TO TC-GL-BEHAVIOR
               END-EVALUATE
               WRITE CODE-RECORD
           END-PERFORM.
