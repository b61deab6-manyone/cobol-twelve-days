000450             MOVE VM-VENDOR-CODE TO VNDM-CODE (VNDM-COUNT)
000460             MOVE VM-NAME TO VNDM-NAME (VNDM-COUNT)
000470             MOVE VM-ACTIVE TO VNDM-ACTIVE (VNDM-COUNT)
000472             MOVE VM-REMIT-1 TO VNDM-REMIT-1 (VNDM-COUNT)
000474             MOVE VM-REMIT-2 TO VNDM-REMIT-2 (VNDM-COUNT)
000476             MOVE VM-CURRENCY TO VNDM-CURRENCY (VNDM-COUNT)
000480     END-READ.
000490 1335-EXIT.
000500     EXIT.
