      *----------------------------------------------------------------*
      *    MANUTENCAO:                                                 *
      *    01/09/2026 - PROGRAMA CRIADO.                               *
      *    15/10/2026 - ARQMST01 LRECL 54 -> 55 (TRIBUTACAO DE IRRF    *
      *                 DO CLIENTE); SO RECOMPILACAO.                  *
      *    15/10/2026 - ARQMST01 LRECL 55 -> 236 (ENDERECO, E-MAIL E   *
      *                 CANAL PREFERIDO DO CLIENTE); SO RECOMPILACAO.  *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *

      *---------------------------------------------------------------*
      *   INPUT:     CADASTRO DE CLIENTES (CPF X NOME X SITUACAO)     *
      *               ORG. INDEXADA     -   LRECL = 236               *
      *---------------------------------------------------------------*

       FD  ARQMST01
