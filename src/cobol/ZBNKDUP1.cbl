004200            ACCESS MODE  IS DYNAMIC                               ZBNKDUP1
004300            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKDUP1
004400            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKDUP1
004450            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKDUP1
004500            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKDUP1
004600     SELECT BNKFRAUD-FILE                                         ZBNKDUP1
004700            ASSIGN       TO BNKFRAUD                              ZBNKDUP1
