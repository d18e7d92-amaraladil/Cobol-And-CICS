                MOVE 'MERGE' TO LL-EVENT
           ELSE IF AH-EVENT-REINSTATE THEN
                MOVE 'REINSTATE' TO LL-EVENT
           ELSE IF AH-EVENT-PRODUCT THEN
                MOVE 'PRODUCT' TO LL-EVENT
           ELSE
                MOVE AH-EVENT-TYPE TO LL-EVENT
           END-IF.
