       01 TL-LOTE-ENVIADO.
           05 TL-BCO                      PIC XXX.
           05 TL-FECHA                    PIC 9(8).
           05 TL-HORA                     PIC 9(6).
           05 TL-CUENTA                   PIC 9(7).
           05 TL-HASH                     PIC 9(14)V99.

           05  R1-30-DESCRIPCION          PIC X(30).
           05  R1-30-CUANTOS              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(51)       VALUE SPACES.

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
           OPEN OUTPUT REPO-R1-REPORTE-O.
           MOVE 0 TO S000-ESTADOREPO.
           MOVE 0 TO R1-050-NUM-HOJA.
           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-0990-TERMINA.
           EXIT.
