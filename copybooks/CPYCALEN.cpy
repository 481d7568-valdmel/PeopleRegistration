      *       (PGM07, PGM11, ...); CAL-FREQUENCIA DIZ QUANDO O PASSO
      *       E DEVIDO: D = TODO DIA UTIL; S = SEMANAL NO DIA DA
      *       SEMANA CAL-DIA-SEMANA (1=SEGUNDA ... 7=DOMINGO);
      *       M = MENSAL NO CAL-DIA-UTIL-ESIMO DIA UTIL DO MES;
      *       N = NUNCA (PASSO OPCIONAL DESLIGADO, SEMPRE DISPENSADO).
      * SEM REGISTRO "P" PARA UM PASSO, O CONDUTOR ASSUME O PADRAO
      * HISTORICO (PGM07/09/14/10 DIARIOS; PGM11/21/23 MENSAIS NO
      * PRIMEIRO DIA UTIL; PGM116, OPCIONAL, DESLIGADO).
       01  REG-CALENDARIO.
           02  CAL-CHAVE.
               03  CAL-TIPO            PIC X(1).
               88  CAL-FREQ-DIARIA     VALUE "D".
               88  CAL-FREQ-SEMANAL    VALUE "S".
               88  CAL-FREQ-MENSAL     VALUE "M".
               88  CAL-FREQ-NUNCA      VALUE "N".
           02  CAL-DIA-SEMANA      PIC 9(1).
           02  CAL-DIA-UTIL        PIC 9(2).
           02  FILLER              PIC X(7).
