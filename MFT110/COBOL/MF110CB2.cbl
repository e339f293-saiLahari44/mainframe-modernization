                 OR OPTIONI = 'P' OR OPTIONI = 'D'
                 OR OPTIONI = 'L' OR OPTIONI = 'N'
                 OR OPTIONI = 'B' OR OPTIONI = 'H'
                 OR OPTIONI = 'S' OR OPTIONI = 'X'
                 OR OPTIONI = 'T' OR OPTIONI = 'M'
                 IF claiminpI = 0
                    MOVE 'CLAIM NUMBER IS NOT VALID' TO MESSAGEO
                    MOVE 'Y' TO WS-FLAG
                 END-IF
              ELSE
              IF OPTIONI = 'A' OR OPTIONI = 'C' OR OPTIONI = 'W'
                 OR OPTIONI = 'U' OR OPTIONI = 'E'
                 CONTINUE
              ELSE
                    MOVE 'ENTER THE CORRECT OPTION' TO MESSAGEO
