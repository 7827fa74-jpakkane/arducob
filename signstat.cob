            END-IF.

            ONE-CAMP-PARA.
            IF CAMP-APPROVED
                    AND CAMP-FROM-DATE IS NUMERIC
                    AND CAMP-TO-DATE IS NUMERIC
                    AND WS-TODAY >= CAMP-FROM-DATE
                    AND WS-TODAY <= CAMP-TO-DATE
