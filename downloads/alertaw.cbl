      *               viu. A excecao deixa de viver so no arquivo     *
      *               texto do relatorio e passa a aparecer no login  *
      *               do setor (ALERTLOG) ate alguem dar ciencia.     *
      * Chamado por.: ROTVALRP, BOSLARP, CADCXARP, EXCRECRP, INVNUMRP,*
      *               ALVMONRP, ACSRECRP e CRDEXPRP a cada excecao    *
      *               (LK-OPERACAO = 'G') e pela camada de menu ao    *
      *               dar ciencia num alerta (LK-OPERACAO = 'C').     *
      * Obs ........: a mesma pendencia apontada dia apos dia nao     *
      *               vira um alerta novo por dia - a gravacao e      *
      *               pulada enquanto existir alerta pendente da      *
