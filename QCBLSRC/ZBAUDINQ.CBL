           MOVE AUD-TIME      TO  ADTIME OF ZZFT01-O.
           MOVE AUD-OPERATOR  TO  ADOPER OF ZZFT01-O.
           MOVE AUD-ACTION    TO  ADACTN OF ZZFT01-O.
           MOVE AUD-APPROVER  TO  ADAPPR OF ZZFT01-O.
           MOVE AUD-XWBCCD    TO  ADBCCD OF ZZFT01-O.
           MOVE AUD-XWORDN    TO  ADORDN OF ZZFT01-O.
           MOVE AUD-B-XWE4NB  TO  BXWE4NB OF ZZFT01-O.
