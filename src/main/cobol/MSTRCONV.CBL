                       MOVE SKM-SKU TO SKX-SKU
                       MOVE SKM-DESCRIPTION TO SKX-DESCRIPTION
                       MOVE SKM-UNIT-PRICE TO SKX-UNIT-PRICE
                       MOVE SKM-UNIT-WEIGHT-KG TO SKX-UNIT-WEIGHT-KG
                       WRITE SKU-MASTER-IDX-RECORD
                           INVALID KEY
                               DISPLAY 'MSTRCONV: duplicate or out-'
                       MOVE CST-DAYS-PAST-DUE TO CSX-DAYS-PAST-DUE
                       MOVE CST-CREDIT-LIMIT TO CSX-CREDIT-LIMIT
                       MOVE CST-TERMS-CODE TO CSX-TERMS-CODE
                       MOVE CST-FINANCE-CHARGE-EXEMPT
                           TO CSX-FINANCE-CHARGE-EXEMPT
                       WRITE CUSTOMER-MASTER-IDX-RECORD
                           INVALID KEY
                               DISPLAY 'MSTRCONV: duplicate or out-'
