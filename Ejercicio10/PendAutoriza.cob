       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SOLICITUDESPEND.
       AUTHOR.
           PROG.ADRIANACORTES
       DATE-WRITTEN.
           15/OCT/2026
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           IBM-370.
       OBJECT-COMPUTER.
           IBM-370.

      *---
      *Solicitudes de mantenimiento de catalogos que siguen sin
      *autorizar. Recorre los archivos de solicitudes pendientes de
      *MANTCATALOGOS (P-CAT710), MANTCUENTAS (P-CHE110) y
      *MANTORGANIZACION (P-APL125) y lista las que llevan mas de N
      *dias esperando, contados de la fecha de la solicitud a la
      *fecha de FechaProceso.dat. N viene de ParamPendientes.dat; sin
      *el archivo se usa W000-DIAS.
      *---
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      *Entrada
      *----
           SELECT OPTIONAL ARCH-PE-ARCHIVO-PENDIENTE ASSIGN
                                           W010-DIR-PENDIENTE
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-PP-PARAM-PENDIENTES ASSIGN
                                           W000-UT-S-DIR-PARAM
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN
                                           W000-UT-S-DIR-FECHAPROC
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *----
      *Salida
      *----
           SELECT REPO-R1-REPORTE ASSIGN TO
           W000-UT-S-DIR-SALIDA-REPO.

           SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN TO
           W000-UT-S-DIR-MONITOR.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *---
      *Solicitud pendiente, comun a los tres programas de
      *mantenimiento; PE-MOVIMIENTO trae el movimiento tal como se
      *capturo. El registro 'C' es el control del ultimo folio.
      *---
       FD  ARCH-PE-ARCHIVO-PENDIENTE
           LABEL RECORD STANDARD.
       01 PE-PENDIENTE.
           05 PE-TIPO                    PIC X.
           05 PE-FOLIO                   PIC 9(8).
           05 PE-SOLICITANTE             PIC X(8).
           05 PE-FECHA-SOL               PIC 9(8).
           05 PE-HORA-SOL                PIC 9(6).
           05 PE-MOVIMIENTO              PIC X(55).

       FD  ARCH-PP-PARAM-PENDIENTES
           LABEL RECORD STANDARD.
       01 PP-PARAMETRO.
           05 PP-DIAS                    PIC X(3).

       FD  ARCH-FP-ARCHIVO-FECHAPROC
           LABEL RECORD STANDARD.
       01  FP-REGISTRO.
           05 FP-FECHA                   PIC X(8).

       FD  REPO-R1-REPORTE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD STANDARD.
       01  R1-REPORTE                    PIC X(120).

       FD  ARCH-CM-ARCHIVO-MONITOR
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD STANDARD.
       01  R9-LINEA-MONITOR.
           05 R9-PROGRAMA                PIC X(8).
           05 FILLER                     PIC X           VALUE ','.
           05 R9-LEIDOS                  PIC -ZZZZZZ9.
           05 FILLER                     PIC X           VALUE ','.
           05 R9-PROCESADOS              PIC -ZZZZZZ9.
           05 FILLER                     PIC X           VALUE ','.
           05 R9-RECHAZADOS              PIC -ZZZZZZ9.
           05 FILLER                     PIC X           VALUE ','.
           05 R9-RETURN-CODE             PIC -ZZ9.

       WORKING-STORAGE SECTION.
      *---
      *Switches
      *---
       01  S000-ESTADOS.
           05  S010-FINARCHPE            PIC 9.
           05  S000-ESTADOARCHPE         PIC X  VALUE '0'.
           05  S005-FINARCHPP            PIC 9.
           05  S000-ESTADOARCHPP         PIC X  VALUE '0'.
           05  S003-FINARCHFECHAPROC     PIC 9.
           05  S000-ESTADOARCHFECHAPROC  PIC X  VALUE '0'.
           05  S000-ESTADOREPO           PIC X  VALUE '0'.
           05  S000-ESTADOARCHCM         PIC X  VALUE '0'.

      *---
      *Constantes
      *---
       01  W000-CTES.
           05  W000-PROG                 PIC X(8)
                                         VALUE 'P-MON875'.
           05  W000-UT-S-DIR-PARAM       PIC X(20)
                                         VALUE 'ParamPendientes.dat'.
           05  W000-UT-S-DIR-FECHAPROC   PIC X(20)
                                         VALUE 'FechaProceso.dat'.
           05  W000-UT-S-DIR-SALIDA-REPO PIC X(30)
                                         VALUE 'ReportePendientes.txt'.
           05  W000-UT-S-DIR-MONITOR     PIC X(20)
                                         VALUE 'CifrasControl.txt'.
      *---
      *Dias de espera por omision
      *---
           05  W000-DIAS                 PIC 9(3)
                                         VALUE 3.

      *---
      *Archivos de solicitudes pendientes y el programa que los
      *mantiene.
      *---
       01 T010-TABLA-ARCHIVOS.
           05 T010-ARCHIVO-1.
               10 FILLER                 PIC X(8)  VALUE 'P-CAT710'.
               10 FILLER                 PIC X(20) VALUE
                                         'PendCatalogo.dat'.
           05 T010-ARCHIVO-2.
               10 FILLER                 PIC X(8)  VALUE 'P-CHE110'.
               10 FILLER                 PIC X(20) VALUE
                                         'PendCuentas.dat'.
           05 T010-ARCHIVO-3.
               10 FILLER                 PIC X(8)  VALUE 'P-APL125'.
               10 FILLER                 PIC X(20) VALUE
                                         'PendOrganiza.dat'.
       01 T010-TABLA-R REDEFINES T010-TABLA-ARCHIVOS.
           05 T010-ENTRADA OCCURS 3.
               10 T010-PROGRAMA          PIC X(8).
               10 T010-DIR               PIC X(20).

       01 T010-IDX                       PIC S9(4) COMP.

       01 W010-DIR-PENDIENTE             PIC X(20).

      *---
      *Fecha de negocio
      *---
       01 W003-FECHA-PROCESO             PIC X(8).

       01 W003-FECHA-NUM REDEFINES W003-FECHA-PROCESO
                                         PIC 9(8).

      *---
      *Variables de trabajo
      *---
       01 W020-VARS.
           05 W020-DIAS-LIMITE           PIC 9(3).
           05 W020-DIAS-CORRIDA          PIC S9(9).
           05 W020-DIAS                  PIC S9(9).
           05 W020-VENCIDAS-ARCHIVO      PIC S9(9).

      *---
      *Cifras de control
      *---
       01 A990-CIFRAS-CONTROL.
           05 A990-PEND-LEIDOS           PIC S9(9).
           05 A990-PEND-REVISADAS        PIC S9(9).
           05 A990-PEND-VENCIDAS         PIC S9(9).
           05 A990-PEND-SIN-FECHA        PIC S9(9).

      *---
      *Variables del reporte
      *---
       01 R1-VARS.
           05 R1-NUM-HOJA                 PIC S9(9)       VALUE 0.
           05 R1-NUM-LIN                  PIC S9(9).
           05 R1-MAX-LIN                  PIC S9(9)       VALUE +50.

       01 R1-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(12)       VALUE SPACES.
           05 FILLER                      PIC X(42)       VALUE
           "SOLICITUDES DE MANTENIMIENTO SIN AUTORIZAR".
           05 FILLER                      PIC X(57)       VALUE SPACES.

       01 R1-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                      PIC X(10).
           05 FILLER                      PIC X(14)       VALUE
           "FECHA PROCESO ".
           05 R1-10-FECHA                 PIC 9(8).
           05 FILLER                      PIC X(4)        VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "MAS DE".
           05 R1-10-DIAS                  PIC ZZ9.
           05 FILLER                      PIC X(5)        VALUE
           " DIAS".
           05 FILLER                      PIC X(31)       VALUE SPACES.
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R1-10-PAGNU                 PIC Z(4).
           05 FILLER                      PIC X(5)        VALUE SPACES.

       01 R1-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(10)       VALUE
           "PROGRAMA".
           05 FILLER                      PIC X(10)       VALUE
           "FOLIO".
           05 FILLER                      PIC X(10)       VALUE
           "SOLICITO".
           05 FILLER                      PIC X(10)       VALUE
           "FECHA".
           05 FILLER                      PIC X(8)        VALUE
           "HORA".
           05 FILLER                      PIC X(6)        VALUE
           " DIAS".
           05 FILLER                      PIC X(66)       VALUE
           "MOVIMIENTO".

       01 R1-25-LINEA-SOLICITUD.
           05 R1-25-PROGRAMA              PIC X(8).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-FOLIO                 PIC 9(8).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-SOLICITANTE           PIC X(8).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-FECHA                 PIC 9(8).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-HORA                  PIC 9(6).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-DIAS                  PIC ZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-MOVIMIENTO            PIC X(55).
           05 FILLER                      PIC X(11)       VALUE SPACES.

       01 R1-30-LINEA-TOTAL.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-30-TEXTO                 PIC X(44).
           05 R1-30-CUENTA                PIC ZZZZ9.
           05 FILLER                      PIC X(69)       VALUE SPACES.

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
           PERFORM 003-FECHA-PROCESO.
           PERFORM 005-PARAMETROS.
           COMPUTE W020-DIAS-CORRIDA =
               FUNCTION INTEGER-OF-DATE(W003-FECHA-NUM).
           OPEN OUTPUT REPO-R1-REPORTE.
           MOVE '1' TO S000-ESTADOREPO.
           MOVE W000-PROG TO R1-05-CONSPRO.
           MOVE W003-FECHA-NUM TO R1-10-FECHA.
           MOVE W020-DIAS-LIMITE TO R1-10-DIAS.
           PERFORM 090-ENCABEZADOS.
       000-0200-PROCESA.
           MOVE 1 TO T010-IDX.
           PERFORM 010-REVISA-ARCHIVO UNTIL T010-IDX > 3.
       000-0300-TERMINA.
           MOVE 'TOTAL DE SOLICITUDES SIN AUTORIZAR' TO R1-30-TEXTO.
           MOVE A990-PEND-REVISADAS TO R1-30-CUENTA.
           WRITE R1-REPORTE FROM R1-30-LINEA-TOTAL AFTER 3.
           MOVE 'TOTAL CON ESPERA MAYOR AL LIMITE' TO R1-30-TEXTO.
           MOVE A990-PEND-VENCIDAS TO R1-30-CUENTA.
           WRITE R1-REPORTE FROM R1-30-LINEA-TOTAL AFTER 1.
           CLOSE REPO-R1-REPORTE.
           MOVE '0' TO S000-ESTADOREPO.
           IF A990-PEND-VENCIDAS > 0 OR A990-PEND-SIN-FECHA > 0 THEN
               MOVE 4 TO RETURN-CODE.
           PERFORM 990-CIFRAS-CONTROL.
       000-FIN.
           GOBACK.

      *---
      *Toma la fecha de negocio del ciclo de FechaProceso.dat; sin el
      *archivo se usa la fecha del sistema.
      *---
       003-FECHA-PROCESO SECTION.
       003-0100-INICIO.
           OPEN INPUT ARCH-FP-ARCHIVO-FECHAPROC.
           MOVE 0 TO S003-FINARCHFECHAPROC.
           MOVE '1' TO S000-ESTADOARCHFECHAPROC.
           READ ARCH-FP-ARCHIVO-FECHAPROC AT END MOVE 1
           TO S003-FINARCHFECHAPROC.
           IF S003-FINARCHFECHAPROC = 1 OR FP-FECHA IS NOT NUMERIC
           THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO W003-FECHA-PROCESO
               ELSE
               MOVE FP-FECHA TO W003-FECHA-PROCESO.
       003-0200-CIERRA.
           CLOSE ARCH-FP-ARCHIVO-FECHAPROC.
           MOVE '0' TO S000-ESTADOARCHFECHAPROC.
       003-990-FIN.
           EXIT.

      *---
      *Dias de espera que se toleran; sin parametro, o con uno no
      *numerico, se usa W000-DIAS.
      *---
       005-PARAMETROS SECTION.
       005-0100-INICIO.
           MOVE W000-DIAS TO W020-DIAS-LIMITE.
           OPEN INPUT ARCH-PP-PARAM-PENDIENTES.
           MOVE 0 TO S005-FINARCHPP.
           MOVE '1' TO S000-ESTADOARCHPP.
           READ ARCH-PP-PARAM-PENDIENTES AT END MOVE 1
           TO S005-FINARCHPP.
           IF S005-FINARCHPP NOT = 1 AND PP-DIAS IS NUMERIC THEN
               MOVE PP-DIAS TO W020-DIAS-LIMITE.
       005-0200-CIERRA.
           CLOSE ARCH-PP-PARAM-PENDIENTES.
           MOVE '0' TO S000-ESTADOARCHPP.
       005-990-FIN.
           EXIT.

      *---
      *Recorre el archivo de solicitudes de un programa
      *---
       010-REVISA-ARCHIVO SECTION.
       010-0100-INICIO.
           MOVE T010-DIR(T010-IDX) TO W010-DIR-PENDIENTE.
           MOVE ZERO TO W020-VENCIDAS-ARCHIVO.
           OPEN INPUT ARCH-PE-ARCHIVO-PENDIENTE.
           MOVE 0 TO S010-FINARCHPE.
           MOVE '1' TO S000-ESTADOARCHPE.
       010-0200-LEE.
           PERFORM 020-REVISA-SOLICITUD UNTIL S010-FINARCHPE = 1.
           CLOSE ARCH-PE-ARCHIVO-PENDIENTE.
           MOVE '0' TO S000-ESTADOARCHPE.
       010-0300-TOTAL.
           IF W020-VENCIDAS-ARCHIVO > 0 THEN
               MOVE SPACES TO R1-30-TEXTO
               STRING 'SOLICITUDES VENCIDAS DE ' DELIMITED BY SIZE
                      T010-PROGRAMA(T010-IDX) DELIMITED BY SIZE
                   INTO R1-30-TEXTO
               MOVE W020-VENCIDAS-ARCHIVO TO R1-30-CUENTA
               WRITE R1-REPORTE FROM R1-30-LINEA-TOTAL AFTER 2
               ADD 2 TO R1-NUM-LIN
               END-IF.
           ADD 1 TO T010-IDX.
       010-990-FIN.
           EXIT.

      *---
      *Una solicitud con fecha de captura invalida no se puede medir;
      *se avisa en consola y se cuenta aparte.
      *---
       020-REVISA-SOLICITUD SECTION.
       020-0100-LEE.
           READ ARCH-PE-ARCHIVO-PENDIENTE AT END MOVE 1 TO
               S010-FINARCHPE.
           IF S010-FINARCHPE NOT = 1 THEN
               ADD 1 TO A990-PEND-LEIDOS
               IF PE-TIPO = 'M' THEN
                   ADD 1 TO A990-PEND-REVISADAS
                   IF PE-FECHA-SOL IS NOT NUMERIC THEN
                       ADD 1 TO A990-PEND-SIN-FECHA
                       DISPLAY W000-PROG '  SOLICITUD SIN FECHA EN '
      -                W010-DIR-PENDIENTE ' FOLIO ' PE-FOLIO
                       ELSE
                       COMPUTE W020-DIAS = W020-DIAS-CORRIDA
                           - FUNCTION INTEGER-OF-DATE(PE-FECHA-SOL)
                       IF W020-DIAS > W020-DIAS-LIMITE THEN
                           PERFORM 030-ESCRIBE-SOLICITUD
                           END-IF
                       END-IF
                   END-IF
               END-IF.
       020-990-FIN.
           EXIT.

       030-ESCRIBE-SOLICITUD SECTION.
       030-0100-ARMA.
           ADD 1 TO A990-PEND-VENCIDAS.
           ADD 1 TO W020-VENCIDAS-ARCHIVO.
           MOVE T010-PROGRAMA(T010-IDX) TO R1-25-PROGRAMA.
           MOVE PE-FOLIO TO R1-25-FOLIO.
           MOVE PE-SOLICITANTE TO R1-25-SOLICITANTE.
           MOVE PE-FECHA-SOL TO R1-25-FECHA.
           MOVE PE-HORA-SOL TO R1-25-HORA.
           MOVE W020-DIAS TO R1-25-DIAS.
           MOVE PE-MOVIMIENTO TO R1-25-MOVIMIENTO.
       030-0200-ESCRIBE.
           IF R1-NUM-LIN > R1-MAX-LIN THEN
               PERFORM 090-ENCABEZADOS.
           WRITE R1-REPORTE FROM R1-25-LINEA-SOLICITUD AFTER 1.
           ADD 1 TO R1-NUM-LIN.
       030-990-FIN.
           EXIT.

       090-ENCABEZADOS SECTION.
       090-0100-INICIO.
           ADD 1 TO R1-NUM-HOJA.
           MOVE R1-NUM-HOJA TO R1-10-PAGNU.
       090-0200-ESCRIBE.
           WRITE R1-REPORTE FROM R1-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R1-REPORTE FROM R1-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R1-REPORTE FROM R1-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 5 TO R1-NUM-LIN.
       090-990-FIN.
           EXIT.

       990-CIFRAS-CONTROL SECTION.
       990-0100-INICIO.
       DISPLAY W000-PROG '  REG.S DE SOLICITUDES LEIDOS            '
      -    '           ' A990-PEND-LEIDOS.
       DISPLAY W000-PROG '  SOLICITUDES SIN AUTORIZAR              '
      -    '           ' A990-PEND-REVISADAS.
       DISPLAY W000-PROG '  SOLICITUDES CON ESPERA MAYOR AL LIMITE '
      -    '           ' A990-PEND-VENCIDAS.
       DISPLAY W000-PROG '  SOLICITUDES SIN FECHA DE CAPTURA       '
      -    '           ' A990-PEND-SIN-FECHA.
       990-0200-ESCRIBE-MONITOR.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG                TO R9-PROGRAMA.
           MOVE A990-PEND-LEIDOS         TO R9-LEIDOS.
           MOVE A990-PEND-REVISADAS      TO R9-PROCESADOS.
           MOVE A990-PEND-VENCIDAS       TO R9-RECHAZADOS.
           MOVE RETURN-CODE              TO R9-RETURN-CODE.
           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-FIN.
           EXIT.
