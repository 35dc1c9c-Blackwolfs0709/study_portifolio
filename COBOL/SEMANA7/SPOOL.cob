      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: SPOOL DE DOCUMENTOS - PEGA A SAIDA CORRIDA DE
      *==           EXTRATO, NOTAFIS, BOLETIM, HOLERITE, INFORME DE
      *==           RENDIMENTOS OU CARTA DE ACOMPANHAMENTO ESCOLAR
      *==           DO RISCOALU (UM ARQUIVO GRANDE QUE HOJE E
      *==           RECORTADO NA TESOURA), CORTA NA FRONTEIRA DE
      *==           CADA DOCUMENTO, GRAVA UM ARQUIVO POR
      *==           DESTINATARIO NOMEADO POR TIPO+ID+DATA E MANTEM O
      *==           INDICE (SPOOL.IDX) QUE O SPOOLREP CONSULTA PARA
      *==           REIMPRIMIR - "ME MANDA DE NOVO O EXTRATO DE
      *==           MARCO" VIRA UMA CONSULTA
      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: SPOOL_TIPO ESCOLHE O FLUXO (EXTRATO, NOTAFIS,
      *==   BOLETIM, HOLERITE, INFREND OU RISCOALU) E DEFINE O
      *==   MARCADOR DE INICIO DE DOCUMENTO E A PALAVRA-CHAVE DO
      *==   DESTINATARIO;
      *==   SPOOL_ENTRADA APONTA O ARQUIVO CORRIDO (PADRAO O .REL
      *==   DO PROGRAMA)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
                   MOVE 12 TO WRK-CHAVE-TAM
                   MOVE 4 TO WRK-DIGITOS
                   MOVE "HOLERITE.REL" TO WRK-ENT-PATH
               WHEN "INFREND"
                   MOVE "COMPROVANTE DE RENDIMENTOS PAGOS"
                       TO WRK-MARCADOR
                   MOVE 32 TO WRK-MARCA-TAM
                   MOVE "FUNCIONARIO " TO WRK-CHAVE
                   MOVE 12 TO WRK-CHAVE-TAM
                   MOVE 4 TO WRK-DIGITOS
                   MOVE "INFREND.REL" TO WRK-ENT-PATH
      *== CARTA POR FAMILIA: O DESTINATARIO E O PAGADOR
               WHEN "RISCOALU"
                   MOVE "COMUNICADO DE ACOMPANHAMENTO ESCOLAR"
                       TO WRK-MARCADOR
                   MOVE 36 TO WRK-MARCA-TAM
                   MOVE "RESPONSAVEL " TO WRK-CHAVE
                   MOVE 12 TO WRK-CHAVE-TAM
                   MOVE 4 TO WRK-DIGITOS
                   MOVE "RISCOALU.CAR" TO WRK-ENT-PATH
               WHEN OTHER
                   DISPLAY "SPOOL: SPOOL_TIPO INVALIDO [" WRK-TIPO
                           "] - USE EXTRATO, NOTAFIS, BOLETIM, "
                           "HOLERITE, INFREND OU RISCOALU"
                   STOP RUN
           END-EVALUATE.
           ACCEPT WRK-ENT-PATH FROM ENVIRONMENT "SPOOL_ENTRADA".
                       MOVE "BOLETIM.REL" TO WRK-ENT-PATH
                   WHEN "HOLERITE"
                       MOVE "HOLERITE.REL" TO WRK-ENT-PATH
                   WHEN "INFREND"
                       MOVE "INFREND.REL" TO WRK-ENT-PATH
                   WHEN "RISCOALU"
                       MOVE "RISCOALU.CAR" TO WRK-ENT-PATH
               END-EVALUATE
           END-IF.
           ACCEPT WRK-IDX-PATH FROM ENVIRONMENT "SPOOL_IDX_PATH".
