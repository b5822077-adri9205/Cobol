       01 AI-ARCHIVO-COSTO.
          05 RI-CH-CODIGO                PIC X(6).
          05 RI-CH-FECHA-EFECTIVA        PIC 9(8).
          05 RI-CH-COSTO                 PIC 9(6)V99.

       FD  REPO-R1-LISTADO
           RECORD CONTAINS 90 CHARACTERS
           "CODIGO".
           05 FILLER                     PIC X(17)        VALUE
           "FECHA EFECTIVA".
           05 FILLER                     PIC X(10)        VALUE
           "     COSTO".
           05 FILLER                     PIC X(55)        VALUE SPACES.

      *---
      *Linea de detalle
           05 FILLER                     PIC X(5)         VALUE SPACES.
           05 R1-25-PRINT-FECHA          PIC 9(8).
           05 FILLER                     PIC X(6)         VALUE SPACES.
           05 R1-25-PRINT-COSTO          PIC ZZZ,ZZ9.99.
           05 FILLER                     PIC X(55)        VALUE SPACES.

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
           OPEN INPUT ARCH-CH-ARCHIVO-COSTO.
           MOVE 0 TO S000-FINARCH.
           MOVE 0 TO S000-ESTADOARCH.
      -    '           ' A990-PROC-LEIDO.
       DISPLAY W000-PROG '  PRODUCTOS LISTADOS                     '
      -    '           ' A990-PRODUCTOS-PROC.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-FIN.
           EXIT.
