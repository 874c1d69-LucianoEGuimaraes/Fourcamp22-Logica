      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: RESUMO DE OPERACOES DA MANHA, ULTIMO STEP   *   00010150
      *                 DO BATFECHO: LE OS REGISTROS ACUMULADOS DO  *   00010160
      *                 ERRORLOG DA DATA DO MOVIMENTO (CLASSIFICA   *   00010170
      *                 POR PROGRAMA E SECAO E TOTALIZA CADA GRUPO) *   00010180
      *                 E O ARQUIVO TOTAIS DO FR16EX04 (ECOA O      *   00010190
