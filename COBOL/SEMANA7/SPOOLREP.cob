               STOP RUN.

       0100-RECEBE-PEDIDO          SECTION.
           DISPLAY "TIPO (EXTRATO/NOTAFIS/BOLETIM/HOLERITE/INFREND/"
                   "RISCOALU)...  ".
           ACCEPT WRK-TIPO.
           DISPLAY "DESTINATARIO (ID)...  ".
           ACCEPT WRK-DESTINATARIO.
