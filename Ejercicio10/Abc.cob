              10 RI-MM-DPTO              PIC X(6).
              10 RI-MM-CODIGO            PIC X(6).
          05 RI-MM-RA-CONSUMO            PIC S9(8).
          05 RI-MM-RA-IMPORTE            PIC S9(11)V99.
          05 RI-MM-RP-CONSUMO            PIC S9(8).
          05 RI-MM-RP-IMPORTE            PIC S9(11)V99.
          05 RI-MM-DIAS                  PIC 9(3).

       FD  ARCH-AP-ARCHIVO-PRODUCTO
       01 AI-ARCHIVO-PRODUCTO.
           05 RI-P-CODIGO                PIC X(6).
           05 RI-P-DESCRIPCION           PIC X(30).
           05 RI-P-CTO                   PIC 9(6)V99.

       FD  ARCH-PA-ARCHIVO-PARAM
           LABEL RECORD STANDARD.
               10 T020-PTA                PIC XXX.
               10 T020-DPTO               PIC X(6).
               10 T020-CODIGO             PIC X(6).
               10 T020-RA-IMPORTE         PIC S9(11)V99.
               10 T020-DIF-IMPORTE        PIC S9(12)V99.

       01 T020-IDX                     PIC S9(4) COMP.

           05 T030-NUM-PRODS           PIC S9(4) COMP VALUE ZERO.
           05 T030-ENTRADA OCCURS 300 TIMES.
               10 T030-CODIGO             PIC X(6).
               10 T030-IMPORTE            PIC S9(12)V99.
               10 T030-DIF                PIC S9(12)V99.

       01 T030-IDX                     PIC S9(4) COMP.


       01 W030-CAMBIO.
           05 W030-CODIGO                 PIC X(6).
           05 W030-IMPORTE                PIC S9(12)V99.
           05 W030-DIF                    PIC S9(12)V99.

      *---
      *Variables del ranking en curso
           "CODIGO".
           05 FILLER                      PIC X(31)       VALUE
           "DESCRIPCION".
           05 FILLER                      PIC X(19)       VALUE
           "        IMPORTE RA".
           05 FILLER                      PIC X(8)        VALUE
           "   PCT".
           05 FILLER                      PIC X(9)        VALUE
           "PCT ACUM".
           05 FILLER                      PIC X(6)        VALUE
           "CLASE".
           05 FILLER                      PIC X(34)       VALUE SPACES.

      *---
      *Linea del ranking
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-DESCRIPCION           PIC X(30).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-IMPORTE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-PCT                   PIC ZZ9.99.
           05 FILLER                      PIC X(3)        VALUE SPACES.
           05 R1-25-PCT-ACUM              PIC ZZ9.99.
           05 FILLER                      PIC X(4)        VALUE SPACES.
           05 R1-25-CLASE                 PIC X.
           05 FILLER                      PIC X(34)       VALUE SPACES.

      *---
      *Linea del desglose PTA/DPTO del producto en el top
           05 R1-30-DPTO                  PIC X(6).
           05 FILLER                      PIC X(17)       VALUE
           "  DIF RA VS RP   ".
           05 R1-30-DIF                   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(53)       VALUE SPACES.

      *---
      *Plan de corrida: previos del paso y asiento de su terminacion
      *---
       01 W001-PLAN.
           05 W001-PLAN-FUNCION          PIC X.
           05 W001-PLAN-RESULTADO        PIC X.
           05 W001-PLAN-RETORNO          PIC S9(4) COMP.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-CONTROL SECTION.
       000-0100-INICIO.
           MOVE 'V' TO W001-PLAN-FUNCION.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           IF W001-PLAN-RESULTADO NOT = 'S' THEN
               DISPLAY W000-PROG '  PREVIOS DEL PLAN DE CORRIDA SIN '
      -        'TERMINAR, CODIGO 12'
               MOVE 12 TO RETURN-CODE
               GOBACK.
           MOVE ZEROS TO A990-CIFRAS-CONTROL.
           OPEN OUTPUT REPO-R1-REPORTE.
           MOVE '1' TO S000-ESTADOREPO.
           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-FIN.
           EXIT.
