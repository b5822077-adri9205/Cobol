              10 AN-DPTO                 PIC X(6).
              10 AN-CODIGO               PIC X(6).
          05 AN-RA-CONSUMO               PIC S9(8).
          05 AN-RA-IMPORTE               PIC S9(11)V99.
          05 AN-RP-CONSUMO               PIC S9(8).
          05 AN-RP-IMPORTE               PIC S9(11)V99.
          05 AN-DIAS                     PIC 9(3).

       FD  ARCH-HX-ARCHIVO-CERRADO
              10 HX-DPTO                 PIC X(6).
              10 HX-CODIGO               PIC X(6).
          05 HX-RA-CONSUMO               PIC S9(8).
          05 HX-RA-IMPORTE               PIC S9(11)V99.
          05 HX-RP-CONSUMO               PIC S9(8).
          05 HX-RP-IMPORTE               PIC S9(11)V99.
          05 HX-DIAS                     PIC 9(3).

       FD  REPO-R1-REPORTE
              10 SW-DPTO                 PIC X(6).
              10 SW-CODIGO               PIC X(6).
          05 SW-RA-CONSUMO               PIC S9(8).
          05 SW-RA-IMPORTE               PIC S9(11)V99.
          05 SW-RP-CONSUMO               PIC S9(8).
          05 SW-RP-IMPORTE               PIC S9(11)V99.
          05 SW-DIAS                     PIC 9(3).

       WORKING-STORAGE SECTION.

       01 I070-AN-MES                     PIC 9(2).
       01 I070-AN-ANIO                    PIC 9(4).
       01 I070-AN-DIF                     PIC S9(11)V99.

      *---
      *Doce meses lado a lado del producto y del departamento en
      *curso: diferencia de importes RA menos RP por mes.
      *---
       01 A030-PRODUCTO.
           05 A030-MES-DIF OCCURS 12      PIC S9(12)V99.
           05 A030-TOTAL                  PIC S9(13)V99.

       01 A040-DPTO.
           05 A040-MES-DIF OCCURS 12      PIC S9(12)V99.
           05 A040-TOTAL                  PIC S9(13)V99.

       01 W050-VARS.
           05 W050-IDX                    PIC S9(4) COMP.
           05 W050-MES-PICO               PIC 9(2).
           05 W050-MAYOR                  PIC S9(12)V99.
           05 W050-ABSOLUTO               PIC S9(12)V99.

      *---
      *Cifras de control
           05 R1-25-PRINT-PICO            PIC Z9.
           05 FILLER                      PIC X(3)        VALUE SPACES.

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
           OPEN OUTPUT REPO-R1-REPORTE.
           MOVE '1' TO S000-ESTADOREPO.
           MOVE ZEROS TO A990-CIFRAS-CONTROL.
           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-FIN.
           EXIT.
