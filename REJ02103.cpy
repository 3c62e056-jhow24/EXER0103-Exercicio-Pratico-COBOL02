      *                     POR EXER0203 (ARQREJ01), COM O CODIGO DO   *
      *                     MOTIVO: DIGITO VERIFICADOR DE CPF          *
      *                     INVALIDO, DATA DE CALENDARIO IMPOSSIVEL,   *
      *                     DATA FUTURA, DIA NAO UTIL (CONFORME A      *
      *                     OPCAO DO CARTAO DE EXECUCAO) OU AGENCIA    *
      *                     INEXISTENTE OU ENCERRADA NO CADASTRO DE    *
      *                     AGENCIAS (ARQAGN01)                        *
      *----------------------------------------------------------------*
       01  ARQREJ01-REGISTRO.
           05 ARQREJ01-CPF              PIC 9(011).
              88 ARQREJ01-MOT-DATA-INVALIDA     VALUE '02'.
              88 ARQREJ01-MOT-DATA-FUTURA       VALUE '03'.
              88 ARQREJ01-MOT-DIA-NAO-UTIL      VALUE '04'.
              88 ARQREJ01-MOT-AGENCIA           VALUE '05'.
              88 ARQREJ01-MOT-DATA              VALUE '02' '03' '04'.
      *----------------------------------------------------------------*
