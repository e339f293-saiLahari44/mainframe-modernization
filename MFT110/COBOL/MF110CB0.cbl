                                    WS-COMMAREA
                                    WS-USERID
           ELSE
           IF CA-CORR-IS-ACTIVE OF WS-COMMAREA
              SET CA-CORR-BACKWARD OF WS-COMMAREA TO TRUE
              MOVE 'M' TO OPTIONI
              CALL 'MF110CB3' USING MF110BMSI
                                    MF110BMSO
                                    WS-COMMAREA
                                    WS-USERID
           ELSE
           IF CA-PAY-IS-ACTIVE OF WS-COMMAREA
              SET CA-PAY-BACKWARD OF WS-COMMAREA TO TRUE
              MOVE 'H' TO OPTIONI
                                    WS-COMMAREA
                                    WS-USERID
           ELSE
              MOVE 'ENTER OPTION 5 7 B H M OR W TO START A BROWSE'
                   TO MESSAGEO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       610-BROWSE-FORWARD.
           IF CA-WB-IS-ACTIVE OF WS-COMMAREA
                                    WS-COMMAREA
                                    WS-USERID
           ELSE
           IF CA-CORR-IS-ACTIVE OF WS-COMMAREA
              SET CA-CORR-FORWARD OF WS-COMMAREA TO TRUE
              MOVE 'M' TO OPTIONI
              CALL 'MF110CB3' USING MF110BMSI
                                    MF110BMSO
                                    WS-COMMAREA
                                    WS-USERID
           ELSE
           IF CA-PAY-IS-ACTIVE OF WS-COMMAREA
              SET CA-PAY-FORWARD OF WS-COMMAREA TO TRUE
              MOVE 'H' TO OPTIONI
                                    WS-COMMAREA
                                    WS-USERID
           ELSE
              MOVE 'ENTER OPTION 5 7 B H M OR W TO START A BROWSE'
                   TO MESSAGEO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       700-RETURN-CONTINUE.
            EXEC CICS RETURN
