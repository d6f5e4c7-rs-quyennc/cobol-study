               WHEN 'BAD-QUANTITY'
                   MOVE 'QUANTITY ON THE FEED WAS NOT A NUMBER'
                       TO LD-REASON
               WHEN 'BAD-RECORD-TYPE'
                   MOVE 'TILL LINE WAS NOT A SALE, RETURN OR VOID'
                       TO LD-REASON
               WHEN 'VOID-OVER-SALE'
                   MOVE 'VOID WAS FOR MORE THAN THE SALE IT CANCELS'
                       TO LD-REASON
               WHEN 'INACTIVE-ITEM'
                   MOVE 'THIS ITEM HAS BEEN DELISTED - STOP SELLING IT'
                       TO LD-REASON
               WHEN OTHER
                   MOVE SR-REASON-CODE TO LD-REASON
           END-EVALUATE.
