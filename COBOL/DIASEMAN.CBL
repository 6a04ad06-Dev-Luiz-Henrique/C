       IDENTIFICATION DIVISION.
       PROGRAM-ID.             DIASEMAN.
       AUTHOR.                 LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.           FATEC-SP.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.
       SECURITY.               APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.  SUBROTINA DO DIA DA SEMANA, IRMA DA VALDATA: RECEBE
      *          DIA, MES E ANO JA VALIDADOS E DEVOLVE O DIA DA SEMANA
      *          (1 = DOMINGO, 2 = SEGUNDA ... 7 = SABADO) PELA
      *          CONGRUENCIA DE ZELLER. CHAMADA PELO FREQPOST, QUE
      *          CONFERE A AULA CONTRA O QUADRO DE HORARIOS, E PELO
      *          HORPROF, QUE ACHA NO QUADRO O PROFESSOR DA AULA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           OBJECT-COMPUTER.    LG-PC.
           SOURCE-COMPUTER.    LG-PC.
           SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           77 WS-MES               PIC 9(02) VALUE ZEROS.
           77 WS-ANO               PIC 9(04) VALUE ZEROS.
           77 WS-SECULO            PIC 9(02) VALUE ZEROS.
           77 WS-ANO-SECULO        PIC 9(02) VALUE ZEROS.
           77 WS-PARC-MES          PIC 9(03) VALUE ZEROS.
           77 WS-PARC-ANO          PIC 9(02) VALUE ZEROS.
           77 WS-PARC-SECULO       PIC 9(02) VALUE ZEROS.
           77 WS-SOMA              PIC 9(04) VALUE ZEROS.
           77 WS-QUOC              PIC 9(04) VALUE ZEROS.
           77 WS-RESTO             PIC 9(01) VALUE ZEROS.

       LINKAGE SECTION.
           01 LK-DATA-DD           PIC 9(02).
           01 LK-DATA-MM           PIC 9(02).
           01 LK-DATA-AAAA         PIC 9(04).
           01 LK-DIA-SEMANA        PIC 9(01).

       PROCEDURE DIVISION USING LK-DATA-DD LK-DATA-MM LK-DATA-AAAA
               LK-DIA-SEMANA.
       CALCULA-DIA-SEMANA.
      *    JANEIRO E FEVEREIRO CONTAM COMO MESES 13 E 14 DO ANO
      *    ANTERIOR
           IF LK-DATA-MM LESS THAN 3
               COMPUTE WS-MES = LK-DATA-MM + 12
               COMPUTE WS-ANO = LK-DATA-AAAA - 1
           ELSE
               MOVE LK-DATA-MM TO WS-MES
               MOVE LK-DATA-AAAA TO WS-ANO
           END-IF.
           DIVIDE WS-ANO BY 100 GIVING WS-SECULO
               REMAINDER WS-ANO-SECULO.
           COMPUTE WS-PARC-MES = 13 * (WS-MES + 1).
           DIVIDE WS-PARC-MES BY 5 GIVING WS-PARC-MES.
           DIVIDE WS-ANO-SECULO BY 4 GIVING WS-PARC-ANO.
           DIVIDE WS-SECULO BY 4 GIVING WS-PARC-SECULO.
           COMPUTE WS-SOMA = LK-DATA-DD + WS-PARC-MES + WS-ANO-SECULO
               + WS-PARC-ANO + WS-PARC-SECULO + 5 * WS-SECULO.
           DIVIDE WS-SOMA BY 7 GIVING WS-QUOC REMAINDER WS-RESTO.
      *    RESTO 0 E SABADO, 1 DOMINGO, 2 SEGUNDA ...
           IF WS-RESTO EQUAL ZERO
               MOVE 7 TO LK-DIA-SEMANA
           ELSE
               MOVE WS-RESTO TO LK-DIA-SEMANA
           END-IF.

           GOBACK.
