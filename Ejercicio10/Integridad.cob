       01 AI-ARCHIVO-PRODUCTO.
           05 RI-P-CODIGO                PIC X(6).
           05 RI-P-DESCRIPCION           PIC X(30).
           05 RI-P-CTO                   PIC 9(6)V99.

       FD  ARCH-AC-ARCHIVO-CONSUMO
           LABEL RECORD STANDARD.
       01 AI-ARCHIVO-COSTO.
          05 RI-CH-CODIGO                PIC X(6).
          05 RI-CH-FECHA-EFECTIVA        PIC 9(8).
          05 RI-CH-COSTO                 PIC 9(6)V99.

       FD  ARCH-MM-ARCHIVO-MENSUAL
           LABEL RECORD STANDARD.
              10 RI-MM-DPTO              PIC X(6).
              10 RI-MM-CODIGO            PIC X(6).
          05 RI-MM-RA-CONSUMO            PIC S9(8).
          05 RI-MM-RA-IMPORTE            PIC S9(11)V99.
          05 RI-MM-RP-CONSUMO            PIC S9(8).
          05 RI-MM-RP-IMPORTE            PIC S9(11)V99.
          05 RI-MM-DIAS                  PIC 9(3).

       FD  ARCH-AE-ARCHIVO-EMP
           05 R1-30-CUENTA               PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(61)        VALUE SPACES.

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
           OPEN OUTPUT REPO-R1-INTEGRIDAD.
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
