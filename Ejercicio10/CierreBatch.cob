               10 FILLER                 PIC X(8)  VALUE 'P-COS720'.
           05 T010-ESPERADO-5.
               10 FILLER                 PIC X(8)  VALUE 'P-MON890'.
           05 T010-ESPERADO-6.
               10 FILLER                 PIC X(8)  VALUE 'P-CHE129'.
       01 T010-TABLA-R REDEFINES T010-TABLA-ESPERADOS.
           05 T010-NOMBRE OCCURS 6       PIC X(8).

       01 T020-ACUMULADO.
           05 T020-ENTRADA OCCURS 6.
               10 T020-VECES             PIC S9(4).
               10 T020-LEIDOS            PIC S9(8).
               10 T020-PROCESADOS        PIC S9(8).
           05 R1-30-CUENTA               PIC ZZZ9.
           05 FILLER                     PIC X(70)        VALUE SPACES.

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
           PERFORM 003-FECHA-PROCESO.
           PERFORM 004-NOMBRA-SALIDAS.
           MOVE ZEROS TO W030-LINEAS-AJENAS.
           MOVE 'S' TO S040-CICLO-SANO.
           MOVE 1 TO T010-IDX.
           PERFORM 005-LIMPIA-ENTRADA UNTIL T010-IDX > 6.
           PERFORM 008-LEE-PARAMETRO.
           PERFORM 010-CARGA-HISTORIA.
       000-0200-LEE-MONITOR.
           WRITE R1-CIERRE FROM R1-05-TITULO AFTER PAGE.
           WRITE R1-CIERRE FROM R1-10-ENCABEZADO-COLUMNAS AFTER 2.
           MOVE 1 TO T010-IDX.
           PERFORM 040-EVALUA-PROGRAMA UNTIL T010-IDX > 6.
           PERFORM 050-ESCRIBE-RESUMEN.
           CLOSE REPO-R1-CIERRE.
           MOVE '0' TO S000-ESTADOREPO.
               DISPLAY W000-PROG '  CICLO CON NOVEDADES, CODIGO 8 '
               ELSE
               DISPLAY W000-PROG '  CICLO COMPLETO Y SANO         '.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       000-FIN.
           GOBACK.

           MOVE ZERO TO T010-IDX-HALLADO.
           MOVE 1 TO T010-IDX.
       030-0200-BUSCA.
           PERFORM 032-COMPARA-UNO UNTIL T010-IDX > 6.
       030-990-FIN.
           EXIT.

               MOVE 'NO REPORTO' TO W030-MOTIVO
               ELSE IF T020-VECES(T010-IDX) > 1 THEN
                   MOVE 'REPORTO MAS DE UNA VEZ' TO W030-MOTIVO
                   ELSE IF T010-NOMBRE(T010-IDX) = 'P-CHE129' AND
                       T020-RECHAZADOS(T010-IDX) > 0 THEN
                       MOVE 'CADENA DE CHEQUES DESCUADRADA'
                           TO W030-MOTIVO
                       ELSE IF T020-RETURN-CODE(T010-IDX) NOT = 0 THEN
                           MOVE 'RETURN-CODE DISTINTO DE 0'
                               TO W030-MOTIVO
                           ELSE IF T020-RECHAZADOS(T010-IDX) >
                               T020-UMBRAL-RECH(T010-IDX) THEN
                               MOVE 'RECHAZADOS SOBRE EL UMBRAL'
                                   TO W030-MOTIVO
                               ELSE
                                   PERFORM 045-EVALUA-VARIACION
                                   END-IF.
       040-0200-ESCRIBE.
           MOVE T010-NOMBRE(T010-IDX) TO R1-25-PROGRAMA.
           MOVE T020-VECES(T010-IDX) TO R1-25-VECES.
           MOVE '1' TO S000-ESTADOARCHHIS.
           MOVE 1 TO T010-IDX.
       060-0200-ESCRIBE.
           PERFORM 062-ESCRIBE-UNO UNTIL T010-IDX > 6.
           CLOSE ARCH-HC-ARCHIVO-HISTORIA.
           MOVE '0' TO S000-ESTADOARCHHIS.
       060-990-FIN.
