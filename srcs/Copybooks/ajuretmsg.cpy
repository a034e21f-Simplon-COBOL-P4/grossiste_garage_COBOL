           "Un doublon potentiel a ete detecte".
       01 :PREFIX:-MSG-AJU-ROL-ERR  PIC X(76) VALUE
           "Role insuffisant pour effectuer cette operation".
       01 :PREFIX:-MSG-AJU-PRX      PIC X(76) VALUE
           "Prix net sous le prix plancher : derogation requise".
