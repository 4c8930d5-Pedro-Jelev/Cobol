      *        STRUCTURED POSTAL ADDRESS - SHARED BY THE CLIENT
      *        (CADCLI1/CADCLI2) AND GUARDIAN (CADRES) LAYOUTS AND BY
      *        THE NOTICE FILES BUILT FROM THEM. COPY IT UNDER AN 03
      *        OR 05 GROUP AND REPLACE EACH PREFIXO-XXX WITH THE FIELD
      *        NAME IN USE. PREFIXO-NUM HOLDS THE HOUSE NUMBER AS TEXT
      *        ("S/N" WHEN THERE IS NONE). PREFIXO-CEP IS CHECKED
      *        AGAINST CAD-CEP.DAT (SEE CEPBUSCA), WHICH ALSO SUPPLIES
      *        PREFIXO-CID AND PREFIXO-UF.
               10 PREFIXO-LOG         PIC X(30).
               10 PREFIXO-NUM         PIC X(06).
               10 PREFIXO-CPL         PIC X(15).
               10 PREFIXO-BAI         PIC X(20).
               10 PREFIXO-CID         PIC X(25).
               10 PREFIXO-UF          PIC X(02).
               10 PREFIXO-CEP         PIC 9(08).
