004600            ACCESS MODE  IS DYNAMIC                               ZBNKEXP1
004700            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKEXP1
004800            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKEXP1
004850            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKEXP1
004900            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKEXP1
005000     SELECT CSVOUT-FILE                                           ZBNKEXP1
005100            ASSIGN       TO CSVOUT                                ZBNKEXP1
