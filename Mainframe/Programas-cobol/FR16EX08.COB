      *                 QUANDO ALGUMA AGENCIA OSCILA ALEM DA        *   00010220
      *                 TOLERANCIA (ARQUIVO DE AGENCIA CHEGOU PELA  *   00010230
      *                 METADE, AGENCIA SUMIU OU APARECEU) - O      *   00010240
      *                 BATFECHO RETEM O RESTO DO FLUXO, NO MESMO   *   00010250
      *                 ESTILO DO VEREDICTO DO BALANCO.             *   00010260
      *-------------------------------------------------------------*   00010270
      *   ARQUIVOS...:                                              *   00010280
