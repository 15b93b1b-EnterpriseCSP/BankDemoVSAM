003900            ACCESS MODE  IS DYNAMIC                               ZBNKWHT1
004000            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKWHT1
004100            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKWHT1
004150            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKWHT1
004200            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKWHT1
004300     SELECT BNKCUST-FILE                                          ZBNKWHT1
004400            ASSIGN       TO BNKCUST                               ZBNKWHT1
