004100            ACCESS MODE  IS DYNAMIC                               ZBNKRIA1
004200            RECORD KEY   IS BTX-REC-TIMESTAMP                     ZBNKRIA1
004300            ALTERNATE KEY IS BTX-REC-ALTKEY1 WITH DUPLICATES      ZBNKRIA1
004350            ALTERNATE KEY IS BTX-REC-ALTKEY2 WITH DUPLICATES      ZBNKRIA1
004400            FILE STATUS  IS WS-BNKTXN-STATUS.                     ZBNKRIA1
004500     SELECT BNKACC-FILE                                           ZBNKRIA1
004600            ASSIGN       TO BNKACC                                ZBNKRIA1
