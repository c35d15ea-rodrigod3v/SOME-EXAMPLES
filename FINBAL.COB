           MOVE 112003 TO CN-CONTA
           MOVE 'CESSAO DE CARTEIRA (TRANSIT.)' TO CN-NOME
           WRITE FD-CTANOME-REC
           MOVE 114001 TO CN-CONTA
           MOVE 'AGIO NA AQUISICAO DE CARTEIRA' TO CN-NOME
           WRITE FD-CTANOME-REC
           MOVE 129001 TO CN-CONTA
           MOVE 'PROVISAO P/ DEVEDORES (RETIF)' TO CN-NOME
           WRITE FD-CTANOME-REC
           MOVE 212001 TO CN-CONTA
           MOVE 'CREDORES DIVERSOS - CLIENTES' TO CN-NOME
           WRITE FD-CTANOME-REC
           MOVE 213001 TO CN-CONTA
           MOVE 'IOF A RECOLHER' TO CN-NOME
           WRITE FD-CTANOME-REC
           MOVE 214001 TO CN-CONTA
           MOVE 'DESAGIO CARTEIRA A APROPRIAR' TO CN-NOME
           WRITE FD-CTANOME-REC
           MOVE 411001 TO CN-CONTA
           MOVE 'RECEITA DE CORRECAO' TO CN-NOME
           WRITE FD-CTANOME-REC
           MOVE 411002 TO CN-CONTA
           MOVE 'SOBRAS DE CAIXA' TO CN-NOME
           WRITE FD-CTANOME-REC
           MOVE 411003 TO CN-CONTA
           MOVE 'RECEITA DE ENCARGOS DE ATRASO' TO CN-NOME
           WRITE FD-CTANOME-REC
           MOVE 411004 TO CN-CONTA
           MOVE 'RECEITA DE JUROS DO ROTATIVO' TO CN-NOME
           WRITE FD-CTANOME-REC
           MOVE 412001 TO CN-CONTA
           MOVE 'REVERSAO DE PROVISAO' TO CN-NOME
           WRITE FD-CTANOME-REC
           MOVE 513001 TO CN-CONTA
           MOVE 'PERDAS COM PREJUIZO' TO CN-NOME
           WRITE FD-CTANOME-REC
           MOVE 514001 TO CN-CONTA
           MOVE 'DESPESA DE TAXA DE CARTAO' TO CN-NOME
           WRITE FD-CTANOME-REC
           CLOSE FD-CTANOME
           .

