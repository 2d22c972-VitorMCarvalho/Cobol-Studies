      *                  FUNCAO C = DIAS CORRIDOS DE CAL-DATA ATE
      *                             CAL-DATA-2 (ZERO SE NAO POSTERIOR)
      *                  FUNCAO M = ULTIMO DIA UTIL DO MES DA DATA
      *                  CAL-FILIAL = FILIAL CUJO CALENDARIO VALE
      *                  (FERIADOS NACIONAIS MAIS OS DA FILIAL);
      *                  ZERO = SO OS FERIADOS NACIONAIS
      *****************************************
       01  CAL-AREA.
           05 CAL-FUNCAO PIC X(1).
           05 CAL-RESULTADO PIC X(1).
               88 CAL-SIM VALUE "S".
               88 CAL-NAO VALUE "N".
           05 CAL-FILIAL PIC 9(3).
