000900*   THE CONTROL ACCOUNTS THE EXTRACT BALANCES       *             00090001
001000*   AGAINST: 'INVENTORY' (INVENTORY CONTROL),       *             00100001
001100*   'PAYABLES' (RECEIVED-GOODS OFFSET) AND          *             00110001
001200*   'INVADJUST' (VALUATION ADJUSTMENT).  AN         *             00120001
001220*   OPTIONAL FOURTH, 'DONATION', NAMES THE ACCOUNT  *             00122001
001240*   DONATED STOCK IS EXPENSED TO                    *             00124001
001300*****************************************************             00130001
001400 01  GL-MAP-REC.                                                  00140001
001500     10  GM-CATEGORY-CODE          PIC X(10).                     00150001
