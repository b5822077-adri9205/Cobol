       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ESTADOPLAN.
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
      *Estado del plan de corrida en la fecha de negocio. Cruza
      *PlanCorrida.dat con los asientos de BitacoraCorrida.dat de la
      *fecha de FechaProceso.dat y dice de cada paso si ya termino,
      *si termino con error, si esta listo para correr (todos sus
      *previos terminaron con codigo 0 o 4) o si esta bloqueado, y por
      *cual previo. Se puede correr en cualquier momento del ciclo;
      *no esta sujeto al plan.
      *---
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      *Entrada
      *----
           SELECT OPTIONAL ARCH-PL-ARCHIVO-PLAN ASSIGN
                                           W000-UT-S-DIR-PLAN
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-BT-ARCHIVO-BITACORA ASSIGN
                                           W000-UT-S-DIR-BITACORA
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
       FD  ARCH-PL-ARCHIVO-PLAN
           LABEL RECORD STANDARD.
       01  PL-REGISTRO.
           05 PL-PROGRAMA                PIC X(8).
           05 FILLER                     PIC X.
           05 PL-PREVIO                  PIC X(8).

       FD  ARCH-BT-ARCHIVO-BITACORA
           LABEL RECORD STANDARD.
       01  BT-REGISTRO.
           05 BT-FECHA                   PIC X(8).
           05 FILLER                     PIC X.
           05 BT-PROGRAMA                PIC X(8).
           05 FILLER                     PIC X.
           05 BT-HORA                    PIC X(6).
           05 FILLER                     PIC X.
           05 BT-RETURN-CODE             PIC 9(4).

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
           05  S000-FINARCHPLAN          PIC 9.
           05  S000-ESTADOARCHPLAN       PIC X  VALUE '0'.
           05  S000-FINARCHBIT           PIC 9.
           05  S000-ESTADOARCHBIT        PIC X  VALUE '0'.
           05  S003-FINARCHFECHAPROC     PIC 9.
           05  S000-ESTADOARCHFECHAPROC  PIC X  VALUE '0'.
           05  S000-ESTADOREPO           PIC X  VALUE '0'.
           05  S000-ESTADOARCHCM         PIC X  VALUE '0'.

      *---
      *Constantes
      *---
       01  W000-CTES.
           05  W000-PROG                 PIC X(8)
                                         VALUE 'P-MON870'.
           05  W000-UT-S-DIR-PLAN        PIC X(20)
                                         VALUE 'PlanCorrida.dat'.
           05  W000-UT-S-DIR-BITACORA    PIC X(20)
                                         VALUE 'BitacoraCorrida.dat'.
           05  W000-UT-S-DIR-FECHAPROC   PIC X(20)
                                         VALUE 'FechaProceso.dat'.
           05  W000-UT-S-DIR-SALIDA-REPO PIC X(30)
                                         VALUE 'ReportePlanCorrida.txt'.
           05  W000-UT-S-DIR-MONITOR     PIC X(20)
                                         VALUE 'CifrasControl.txt'.
           05  W000-RC-RECHAZO           PIC 9(4)
                                         VALUE 12.
           05  W000-RC-AVISO             PIC 9(4)
                                         VALUE 4.

      *---
      *Fecha de negocio
      *---
       01 W003-FECHA-PROCESO             PIC X(8).

       01 W003-FECHA-NUM REDEFINES W003-FECHA-PROCESO
                                         PIC 9(8).

      *---
      *Pasos del plan, en el orden en que aparecen en PlanCorrida.dat;
      *un previo que no figura como paso se da de alta sin previos
      *propios para poder juzgarlo. T010-ESTADO: 'T' termino con
      *codigo 0 o 4, 'E' termino con otro codigo, 'L' listo,
      *'B' bloqueado.
      *---
       01 T010-NUM                       PIC S9(4) COMP VALUE ZERO.

       01 T010-PASOS.
           05 T010-PASO                  OCCURS 100 TIMES.
               10 T010-PROGRAMA          PIC X(8).
               10 T010-NUM-PREVIOS       PIC S9(4) COMP.
               10 T010-PREVIO            PIC X(8)  OCCURS 20 TIMES.
               10 T010-VECES             PIC S9(4) COMP.
               10 T010-HORA              PIC X(6).
               10 T010-RETORNO           PIC 9(4).
               10 T010-ESTADO            PIC X.
               10 T010-DETALLE           PIC X(40).

       01 T010-IDX                       PIC S9(4) COMP.

       01 T010-IDX-HALLADO               PIC S9(4) COMP.

       01 T010-IDX-PASO                  PIC S9(4) COMP.

       01 T010-IDX-PREVIO                PIC S9(4) COMP.

      *---
      *Variables de trabajo
      *---
       01 W020-VARS.
           05 W020-PROGRAMA-BUSCA        PIC X(8).
           05 W020-RC-EDITADO            PIC ZZZ9.

      *---
      *Cifras de control
      *---
       01 A990-CIFRAS-CONTROL.
           05 A990-PLAN-LEIDOS           PIC S9(9).
           05 A990-PLAN-OMITIDOS         PIC S9(9).
           05 A990-BITACORA-LEIDOS       PIC S9(9).
           05 A990-BITACORA-FECHA        PIC S9(9).
           05 A990-PASOS                 PIC S9(9).
           05 A990-TERMINADOS            PIC S9(9).
           05 A990-CON-ERROR             PIC S9(9).
           05 A990-LISTOS                PIC S9(9).
           05 A990-BLOQUEADOS            PIC S9(9).

       01 W990-MONITOR.
           05 W990-TOTAL-LEIDO           PIC S9(9).

      *---
      *Variables del reporte
      *---
       01 R1-VARS.
           05 R1-NUM-HOJA                 PIC S9(9)       VALUE 0.
           05 R1-NUM-LIN                  PIC S9(9).
           05 R1-MAX-LIN                  PIC S9(9)       VALUE +50.

       01 R0-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "DIV. PAQUETES".
           05 FILLER                      PIC X(10).
           05 FILLER                      PIC X(14)       VALUE
           "FECHA PROCESO ".
           05 R0-10-FECHA                 PIC 9(8).
           05 FILLER                      PIC X(50)       VALUE SPACES.
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R0-10-PAGNU                 PIC Z(4).
           05 FILLER                      PIC X(5)        VALUE SPACES.

       01 R1-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(12)       VALUE SPACES.
           05 FILLER                      PIC X(42)       VALUE
           "ESTADO DEL PLAN DE CORRIDA".
           05 FILLER                      PIC X(57)       VALUE SPACES.

       01 R1-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(10)       VALUE
           "PASO".
           05 FILLER                      PIC X(8)        VALUE
           "PREVIOS".
           05 FILLER                      PIC X(7)        VALUE
           "VECES".
           05 FILLER                      PIC X(8)        VALUE
           "HORA".
           05 FILLER                      PIC X(6)        VALUE
           "  RC".
           05 FILLER                      PIC X(14)       VALUE
           "ESTADO".
           05 FILLER                      PIC X(67)       VALUE
           "DETALLE".

       01 R1-25-LINEA-PASO.
           05 R1-25-PROGRAMA              PIC X(8).
           05 FILLER                      PIC X(4)        VALUE SPACES.
           05 R1-25-PREVIOS               PIC Z9.
           05 FILLER                      PIC X(4)        VALUE SPACES.
           05 R1-25-VECES                 PIC ZZZ9.
           05 FILLER                      PIC X(3)        VALUE SPACES.
           05 R1-25-HORA                  PIC X(6).
           05 FILLER                      PIC X(3)        VALUE SPACES.
           05 R1-25-RC                    PIC ZZZ9.
           05 R1-25-RC-X REDEFINES R1-25-RC
                                          PIC X(4).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-ESTADO                PIC X(14).
           05 R1-25-DETALLE               PIC X(40).
           05 FILLER                      PIC X(26)       VALUE SPACES.

       01 R1-30-LINEA-RESUMEN.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-30-TEXTO                 PIC X(44).
           05 R1-30-CUENTA                PIC ZZZ9.
           05 FILLER                      PIC X(70)       VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-CONTROL SECTION.
       000-0100-INICIO.
           MOVE ZEROS TO A990-CIFRAS-CONTROL.
           PERFORM 003-FECHA-PROCESO.
           MOVE W003-FECHA-NUM TO R0-10-FECHA.
       000-0200-CARGA.
           PERFORM 010-CARGA-PLAN.
           PERFORM 020-LEE-BITACORA.
       000-0300-EVALUA.
           MOVE 1 TO T010-IDX-PASO.
           PERFORM 030-EVALUA-PASO UNTIL T010-IDX-PASO > T010-NUM.
       000-0400-REPORTA.
           OPEN OUTPUT REPO-R1-REPORTE.
           MOVE '1' TO S000-ESTADOREPO.
           MOVE W000-PROG TO R1-05-CONSPRO.
           PERFORM 090-ENCABEZADOS.
           MOVE 1 TO T010-IDX-PASO.
           PERFORM 040-ESCRIBE-PASO UNTIL T010-IDX-PASO > T010-NUM.
           PERFORM 050-ESCRIBE-RESUMEN.
           CLOSE REPO-R1-REPORTE.
           MOVE '0' TO S000-ESTADOREPO.
       000-0500-FIJA-RETORNO.
           IF A990-CON-ERROR > 0 OR A990-BLOQUEADOS > 0
           OR A990-PLAN-OMITIDOS > 0 THEN
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
      *Arma la tabla de pasos con sus previos.
      *---
       010-CARGA-PLAN SECTION.
       010-0100-INICIO.
           OPEN INPUT ARCH-PL-ARCHIVO-PLAN.
           MOVE 0 TO S000-FINARCHPLAN.
           MOVE '1' TO S000-ESTADOARCHPLAN.
       010-0200-CARGA.
           PERFORM 012-LEE-PLAN UNTIL S000-FINARCHPLAN = 1.
           CLOSE ARCH-PL-ARCHIVO-PLAN.
           MOVE '0' TO S000-ESTADOARCHPLAN.
       010-990-FIN.
           EXIT.

       012-LEE-PLAN SECTION.
       012-0100-LEE.
           READ ARCH-PL-ARCHIVO-PLAN AT END MOVE 1 TO S000-FINARCHPLAN.
           IF S000-FINARCHPLAN NOT = 1 AND PL-PROGRAMA NOT = SPACES
           THEN
               ADD 1 TO A990-PLAN-LEIDOS
               MOVE PL-PROGRAMA TO W020-PROGRAMA-BUSCA
               PERFORM 015-BUSCA-O-AGREGA
               MOVE T010-IDX-HALLADO TO T010-IDX-PASO
               IF PL-PREVIO NOT = SPACES AND T010-IDX-PASO > 0 THEN
                   PERFORM 014-AGREGA-PREVIO
                   END-IF
               END-IF.
       012-990-FIN.
           EXIT.

       014-AGREGA-PREVIO SECTION.
       014-0100-AGREGA.
           IF T010-NUM-PREVIOS(T010-IDX-PASO) < 20 THEN
               ADD 1 TO T010-NUM-PREVIOS(T010-IDX-PASO)
               MOVE PL-PREVIO TO T010-PREVIO(T010-IDX-PASO,
                   T010-NUM-PREVIOS(T010-IDX-PASO))
               MOVE PL-PREVIO TO W020-PROGRAMA-BUSCA
               PERFORM 015-BUSCA-O-AGREGA
               ELSE
                   ADD 1 TO A990-PLAN-OMITIDOS
                   DISPLAY W000-PROG '  PREVIOS DE ' PL-PROGRAMA
      -            ' EXCEDEN LA TABLA, SE OMITE ' PL-PREVIO
                   END-IF.
       014-990-FIN.
           EXIT.

      *---
      *Busca W020-PROGRAMA-BUSCA entre los pasos y, si no esta, lo da
      *de alta; T010-IDX-HALLADO queda en cero solo si la tabla esta
      *llena.
      *---
       015-BUSCA-O-AGREGA SECTION.
       015-0100-BUSCA.
           PERFORM 016-BUSCA-PASO.
       015-0200-AGREGA.
           IF T010-IDX-HALLADO = 0 THEN
               IF T010-NUM < 100 THEN
                   ADD 1 TO T010-NUM
                   MOVE T010-NUM TO T010-IDX-HALLADO
                   MOVE W020-PROGRAMA-BUSCA TO T010-PROGRAMA(T010-NUM)
                   MOVE ZERO TO T010-NUM-PREVIOS(T010-NUM)
                   MOVE ZERO TO T010-VECES(T010-NUM)
                   MOVE SPACES TO T010-HORA(T010-NUM)
                   MOVE ZERO TO T010-RETORNO(T010-NUM)
                   MOVE SPACE TO T010-ESTADO(T010-NUM)
                   MOVE SPACES TO T010-DETALLE(T010-NUM)
                   ELSE
                       ADD 1 TO A990-PLAN-OMITIDOS
                       DISPLAY W000-PROG '  PASOS DEL PLAN EXCEDEN LA '
      -                'TABLA, SE OMITE ' W020-PROGRAMA-BUSCA
                       END-IF
               END-IF.
       015-990-FIN.
           EXIT.

       016-BUSCA-PASO SECTION.
       016-0100-INICIO.
           MOVE ZERO TO T010-IDX-HALLADO.
           MOVE 1 TO T010-IDX.
       016-0200-BUSCA.
           PERFORM 017-COMPARA-UNO UNTIL T010-IDX-HALLADO > 0
               OR T010-IDX > T010-NUM.
       016-990-FIN.
           EXIT.

       017-COMPARA-UNO SECTION.
       017-0100-COMPARA.
           IF W020-PROGRAMA-BUSCA = T010-PROGRAMA(T010-IDX) THEN
               MOVE T010-IDX TO T010-IDX-HALLADO
               END-IF.
           ADD 1 TO T010-IDX.
       017-990-FIN.
           EXIT.

      *---
      *Asientos de la fecha de negocio; vale el ultimo de cada paso.
      *---
       020-LEE-BITACORA SECTION.
       020-0100-INICIO.
           OPEN INPUT ARCH-BT-ARCHIVO-BITACORA.
           MOVE 0 TO S000-FINARCHBIT.
           MOVE '1' TO S000-ESTADOARCHBIT.
       020-0200-LEE.
           PERFORM 022-LEE-ASIENTO UNTIL S000-FINARCHBIT = 1.
           CLOSE ARCH-BT-ARCHIVO-BITACORA.
           MOVE '0' TO S000-ESTADOARCHBIT.
       020-990-FIN.
           EXIT.

       022-LEE-ASIENTO SECTION.
       022-0100-LEE.
           READ ARCH-BT-ARCHIVO-BITACORA AT END MOVE 1 TO
               S000-FINARCHBIT.
           IF S000-FINARCHBIT NOT = 1 THEN
               ADD 1 TO A990-BITACORA-LEIDOS
               IF BT-FECHA = W003-FECHA-PROCESO THEN
                   ADD 1 TO A990-BITACORA-FECHA
                   MOVE BT-PROGRAMA TO W020-PROGRAMA-BUSCA
                   PERFORM 016-BUSCA-PASO
                   IF T010-IDX-HALLADO > 0 THEN
                       ADD 1 TO T010-VECES(T010-IDX-HALLADO)
                       MOVE BT-HORA TO T010-HORA(T010-IDX-HALLADO)
                       MOVE BT-RETURN-CODE TO
                           T010-RETORNO(T010-IDX-HALLADO)
                       END-IF
                   END-IF
               END-IF.
       022-990-FIN.
           EXIT.

      *---
      *Juzga un paso. El que termino con codigo 0, o 4 de aviso, esta
      *hecho; el que termino con otro codigo (salvo el rechazo del
      *plan) queda con error; el resto esta listo si todos sus previos
      *terminaron con codigo 0 o 4, o bloqueado por el primero que no.
      *---
       030-EVALUA-PASO SECTION.
       030-0100-EVALUA.
           IF T010-VECES(T010-IDX-PASO) > 0
           AND T010-RETORNO(T010-IDX-PASO) NOT > W000-RC-AVISO THEN
               MOVE 'T' TO T010-ESTADO(T010-IDX-PASO)
               ELSE IF T010-VECES(T010-IDX-PASO) > 0
               AND T010-RETORNO(T010-IDX-PASO) NOT = W000-RC-RECHAZO
               THEN
                   MOVE 'E' TO T010-ESTADO(T010-IDX-PASO)
                   ELSE
                       MOVE 'L' TO T010-ESTADO(T010-IDX-PASO)
                       MOVE 1 TO T010-IDX-PREVIO
                       PERFORM 032-REVISA-PREVIO UNTIL
                           T010-IDX-PREVIO >
                           T010-NUM-PREVIOS(T010-IDX-PASO)
                           OR T010-ESTADO(T010-IDX-PASO) = 'B'
                       END-IF.
       030-0200-SIGUIENTE.
           ADD 1 TO T010-IDX-PASO.
       030-990-FIN.
           EXIT.

       032-REVISA-PREVIO SECTION.
       032-0100-REVISA.
           MOVE T010-PREVIO(T010-IDX-PASO, T010-IDX-PREVIO)
               TO W020-PROGRAMA-BUSCA.
           PERFORM 016-BUSCA-PASO.
           IF T010-IDX-HALLADO > 0 THEN
               IF T010-VECES(T010-IDX-HALLADO) = 0 THEN
                   MOVE 'B' TO T010-ESTADO(T010-IDX-PASO)
                   STRING 'ESPERA ' DELIMITED BY SIZE
                          W020-PROGRAMA-BUSCA DELIMITED BY SIZE
                          ' (SIN CORRIDA)' DELIMITED BY SIZE
                       INTO T010-DETALLE(T010-IDX-PASO)
                   ELSE IF T010-RETORNO(T010-IDX-HALLADO) >
                       W000-RC-AVISO THEN
                       MOVE 'B' TO T010-ESTADO(T010-IDX-PASO)
                       MOVE T010-RETORNO(T010-IDX-HALLADO)
                           TO W020-RC-EDITADO
                       STRING 'ESPERA ' DELIMITED BY SIZE
                              W020-PROGRAMA-BUSCA DELIMITED BY SIZE
                              ' (TERMINO CON CODIGO' DELIMITED BY SIZE
                              W020-RC-EDITADO DELIMITED BY SIZE
                              ')' DELIMITED BY SIZE
                           INTO T010-DETALLE(T010-IDX-PASO)
                       END-IF
               END-IF.
           ADD 1 TO T010-IDX-PREVIO.
       032-990-FIN.
           EXIT.

       040-ESCRIBE-PASO SECTION.
       040-0100-ARMA.
           ADD 1 TO A990-PASOS.
           MOVE T010-PROGRAMA(T010-IDX-PASO) TO R1-25-PROGRAMA.
           MOVE T010-NUM-PREVIOS(T010-IDX-PASO) TO R1-25-PREVIOS.
           MOVE T010-VECES(T010-IDX-PASO) TO R1-25-VECES.
           MOVE T010-HORA(T010-IDX-PASO) TO R1-25-HORA.
           MOVE T010-RETORNO(T010-IDX-PASO) TO R1-25-RC.
           MOVE T010-DETALLE(T010-IDX-PASO) TO R1-25-DETALLE.
           IF T010-ESTADO(T010-IDX-PASO) = 'T' THEN
               ADD 1 TO A990-TERMINADOS
               MOVE 'TERMINADO' TO R1-25-ESTADO
               ELSE IF T010-ESTADO(T010-IDX-PASO) = 'E' THEN
                   ADD 1 TO A990-CON-ERROR
                   MOVE 'CON ERROR' TO R1-25-ESTADO
                   ELSE IF T010-ESTADO(T010-IDX-PASO) = 'L' THEN
                       ADD 1 TO A990-LISTOS
                       MOVE 'LISTO' TO R1-25-ESTADO
                       ELSE
                           ADD 1 TO A990-BLOQUEADOS
                           MOVE 'BLOQUEADO' TO R1-25-ESTADO
                           END-IF.
           IF T010-VECES(T010-IDX-PASO) = 0 THEN
               MOVE SPACES TO R1-25-HORA
               MOVE SPACES TO R1-25-RC-X
               END-IF.
       040-0200-ESCRIBE.
           IF R1-NUM-LIN > R1-MAX-LIN THEN
               PERFORM 090-ENCABEZADOS.
           WRITE R1-REPORTE FROM R1-25-LINEA-PASO AFTER 1.
           ADD 1 TO R1-NUM-LIN.
       040-0300-SIGUIENTE.
           ADD 1 TO T010-IDX-PASO.
       040-990-FIN.
           EXIT.

       050-ESCRIBE-RESUMEN SECTION.
       050-0100-ESCRIBE.
           MOVE 'PASOS EN EL PLAN' TO R1-30-TEXTO.
           MOVE A990-PASOS TO R1-30-CUENTA.
           WRITE R1-REPORTE FROM R1-30-LINEA-RESUMEN AFTER 3.
           MOVE 'TERMINADOS CON CODIGO 0 O 4' TO R1-30-TEXTO.
           MOVE A990-TERMINADOS TO R1-30-CUENTA.
           WRITE R1-REPORTE FROM R1-30-LINEA-RESUMEN AFTER 1.
           MOVE 'TERMINADOS CON ERROR' TO R1-30-TEXTO.
           MOVE A990-CON-ERROR TO R1-30-CUENTA.
           WRITE R1-REPORTE FROM R1-30-LINEA-RESUMEN AFTER 1.
           MOVE 'LISTOS PARA CORRER' TO R1-30-TEXTO.
           MOVE A990-LISTOS TO R1-30-CUENTA.
           WRITE R1-REPORTE FROM R1-30-LINEA-RESUMEN AFTER 1.
           MOVE 'BLOQUEADOS POR SUS PREVIOS' TO R1-30-TEXTO.
           MOVE A990-BLOQUEADOS TO R1-30-CUENTA.
           WRITE R1-REPORTE FROM R1-30-LINEA-RESUMEN AFTER 1.
       050-990-FIN.
           EXIT.

       090-ENCABEZADOS SECTION.
       090-0100-INICIO.
           ADD 1 TO R1-NUM-HOJA.
           MOVE R1-NUM-HOJA TO R0-10-PAGNU.
       090-0200-ESCRIBE.
           WRITE R1-REPORTE FROM R1-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R1-REPORTE FROM R0-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R1-REPORTE FROM R1-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 5 TO R1-NUM-LIN.
       090-990-FIN.
           EXIT.

       990-CIFRAS-CONTROL SECTION.
       990-0100-INICIO.
       DISPLAY W000-PROG '  REG.S DEL PLAN LEIDOS                  '
      -    '           ' A990-PLAN-LEIDOS.
       DISPLAY W000-PROG '  REG.S DEL PLAN OMITIDOS                '
      -    '           ' A990-PLAN-OMITIDOS.
       DISPLAY W000-PROG '  ASIENTOS DE BITACORA LEIDOS            '
      -    '           ' A990-BITACORA-LEIDOS.
       DISPLAY W000-PROG '  ASIENTOS DE LA FECHA DE PROCESO        '
      -    '           ' A990-BITACORA-FECHA.
       DISPLAY W000-PROG '  PASOS EN EL PLAN                       '
      -    '           ' A990-PASOS.
       DISPLAY W000-PROG '  PASOS TERMINADOS CON CODIGO 0 O 4      '
      -    '           ' A990-TERMINADOS.
       DISPLAY W000-PROG '  PASOS TERMINADOS CON ERROR             '
      -    '           ' A990-CON-ERROR.
       DISPLAY W000-PROG '  PASOS LISTOS PARA CORRER               '
      -    '           ' A990-LISTOS.
       DISPLAY W000-PROG '  PASOS BLOQUEADOS                       '
      -    '           ' A990-BLOQUEADOS.
       990-0200-ESCRIBE-MONITOR.
           MOVE 0 TO W990-TOTAL-LEIDO.
           ADD A990-PLAN-LEIDOS         TO W990-TOTAL-LEIDO.
           ADD A990-BITACORA-LEIDOS     TO W990-TOTAL-LEIDO.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG                TO R9-PROGRAMA.
           MOVE W990-TOTAL-LEIDO         TO R9-LEIDOS.
           MOVE A990-PASOS               TO R9-PROCESADOS.
           MOVE A990-BLOQUEADOS          TO R9-RECHAZADOS.
           MOVE RETURN-CODE              TO R9-RETURN-CODE.
           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
       990-FIN.
           EXIT.
