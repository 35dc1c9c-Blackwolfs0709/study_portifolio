                   CALL "FISCPROV"
               WHEN "BOLRET"
                   CALL "BOLRET"
               WHEN "KARDCONF"
                   CALL "KARDCONF"
               WHEN "PEDALOC"
                   CALL "PEDALOC"
               WHEN "RASTREIO"
                   CALL "RASTREIO"
               WHEN "PARCCOB"
                   CALL "PARCCOB"
               WHEN "CARTCONC"
                   CALL "CARTCONC"
               WHEN "PISCOFEC"
                   CALL "PISCOFEC"
               WHEN "CREDDIA"
                   CALL "CREDDIA"
               WHEN "AGDGERA"
                   CALL "AGDGERA"
               WHEN "PIXIMP"
                   CALL "PIXIMP"
               WHEN "APLDIA"
                   CALL "APLDIA"
               WHEN "PROVMES"
                   CALL "PROVMES"
               WHEN "INFREND"
                   CALL "INFREND"
               WHEN "BENFORN"
                   CALL "BENFORN"
               WHEN "GPSMES"
                   CALL "GPSMES"
               WHEN "FILAMAT"
                   CALL "FILAMAT"
               WHEN "AULAFOLH"
                   CALL "AULAFOLH"
               WHEN "BIEXTR"
                   CALL "BIEXTR"
               WHEN "EXE1PART"
                   CALL "EXE1PART"
               WHEN "EXE1JUNT"
                   CALL "EXE1JUNT"
               WHEN "APAGLOTE"
                   CALL "APAGLOTE"
               WHEN OTHER
                   DISPLAY "JOBCTL: PASSO DESCONHECIDO "
                           WRK-PASSO-NOME(WRK-IDX-PASSO)
