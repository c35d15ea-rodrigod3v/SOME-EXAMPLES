      *> Purpose: LINKAGE parameters do subprograma TRAVACTL (interlock
      *>          batch x online sobre a trilha do RUNCTL.DAT).
      *>          Funcoes: 'N' = o JOB NOTURNO esta rodando agora
      *>          (ultima linha dele na trilha e 'I') ou um ciclo
      *>          diurno de baixas (DIURNO) esta postando? 'D' = so o
      *>          ciclo DIURNO esta aberto? 'O' = algum programa online
      *>          esta com os mestres abertos (nomes *-ON na trilha)?
      *>          TC-BLOQUEADO volta 'S'/'N' e TC-JOB-ABERTO o nome
      *>          do job que segura a trava.
