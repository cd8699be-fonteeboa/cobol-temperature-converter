                   MOVE "UNKNOWN SENSOR" TO WS-REASON-WORDS
               WHEN "OOSV"
                   MOVE "SENSOR OUT OF SERVICE" TO WS-REASON-WORDS
               WHEN "MINS"
                   MOVE "MANUAL READING IN SERVICE"
                       TO WS-REASON-WORDS
               WHEN "BADT"
                   MOVE "INVALID CAPTURE TIMESTAMP"
                       TO WS-REASON-WORDS
