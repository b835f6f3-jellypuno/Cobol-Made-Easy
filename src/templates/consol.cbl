            IF WS-CDP-FOUND-YES
               ADD WS-WORK-COUNT  TO WS-CDP-REC-CTR(WS-CDP-IX)
               ADD WS-WORK-SALARY TO WS-CDP-SALARY(WS-CDP-IX)
      *        a labor-distributed-in line may have opened the
      *        entry; the department's own subtotal names it
               IF WS-CDP-NAME(WS-CDP-IX) EQUAL 'LABOR DISTRIBUTED IN'
                  MOVE WS-WORK-NAME TO WS-CDP-NAME(WS-CDP-IX)
               END-IF
               GO TO V0001-EXIT
            END-IF

