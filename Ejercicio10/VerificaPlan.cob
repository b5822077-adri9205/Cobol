       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. VERIFICAPLAN.
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
      *Rutina comun del plan de corrida (P-MON880). Cada paso del
      *batch la llama con su clave de programa dos veces:
      *  'V' al arrancar: busca en PlanCorrida.dat los pasos previos
      *      que el plan le exige y revisa en BitacoraCorrida.dat que
      *      cada uno haya terminado con codigo 0, o 4 de aviso, en la
      *      fecha de negocio de FechaProceso.dat. Devuelve 'S' si el
      *      paso puede correr y 'N' si no; el intento rechazado queda
      *      asentado en la bitacora con codigo 12.
      *  'R' al terminar: asienta en la bitacora la fecha, la hora y el
      *      codigo de retorno con que termino el paso.
      *Un programa que no figura en el plan corre sin restriccion; sin
      *PlanCorrida.dat no se restringe ninguno.
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

           SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN
                                           W000-UT-S-DIR-FECHAPROC
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *----
      *Entrada y salida
      *----
           SELECT OPTIONAL ARCH-BT-ARCHIVO-BITACORA ASSIGN
                                           W000-UT-S-DIR-BITACORA
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *---
      *Un registro por cada previo que exige un paso; un paso sin
      *previos puede figurar con PL-PREVIO en blanco.
      *---
       FD  ARCH-PL-ARCHIVO-PLAN
           LABEL RECORD STANDARD.
       01  PL-REGISTRO.
           05 PL-PROGRAMA                PIC X(8).
           05 FILLER                     PIC X.
           05 PL-PREVIO                  PIC X(8).

       FD  ARCH-FP-ARCHIVO-FECHAPROC
           LABEL RECORD STANDARD.
       01  FP-REGISTRO.
           05 FP-FECHA                   PIC X(8).

      *---
      *Un registro por cada terminacion o rechazo de un paso
      *---
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

      *---
      *Constantes
      *---
       01  W000-CTES.
           05  W000-PROG                 PIC X(8)
                                         VALUE 'P-MON880'.
           05  W000-UT-S-DIR-PLAN        PIC X(20)
                                         VALUE 'PlanCorrida.dat'.
           05  W000-UT-S-DIR-FECHAPROC   PIC X(20)
                                         VALUE 'FechaProceso.dat'.
           05  W000-UT-S-DIR-BITACORA    PIC X(20)
                                         VALUE 'BitacoraCorrida.dat'.
           05  W000-RC-RECHAZO           PIC 9(4)
                                         VALUE 12.
           05  W000-RC-AVISO             PIC 9(4)
                                         VALUE 4.

      *---
      *Fecha de negocio y hora del asiento
      *---
       01 W003-FECHA-PROCESO             PIC X(8).

       01 W003-HORA                      PIC X(6).

      *---
      *Previos que el plan exige al paso que llama, con lo que la
      *bitacora dice de cada uno en la fecha de negocio (vale el
      *ultimo asiento: un paso vuelto a correr sustituye al anterior)
      *---
       01 T010-NUM                       PIC S9(4) COMP VALUE ZERO.

       01 T010-PREVIOS.
           05 T010-PREVIO                OCCURS 30 TIMES.
               10 T010-PROGRAMA          PIC X(8).
               10 T010-CORRIO            PIC X.
               10 T010-RETORNO           PIC 9(4).

       01 T010-IDX                       PIC S9(4) COMP.

       01 T010-IDX-HALLADO               PIC S9(4) COMP.

      *---
      *Variables de trabajo
      *---
       01 W030-VARS.
           05 W030-BLOQUEOS              PIC S9(4) COMP.
           05 W030-PROGRAMA-BUSCA        PIC X(8).

       01 W040-RETORNO                   PIC 9(4).

       LINKAGE SECTION.
       01 L000-PROGRAMA                  PIC X(8).

       01 L000-PLAN.
           05 L000-FUNCION               PIC X.
           05 L000-RESULTADO             PIC X.
           05 L000-RETORNO               PIC S9(4) COMP.

       PROCEDURE DIVISION USING L000-PROGRAMA L000-PLAN.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-CONTROL SECTION.
       000-0100-INICIO.
           PERFORM 003-FECHA-PROCESO.
           MOVE 'S' TO L000-RESULTADO.
           MOVE ZERO TO T010-NUM.
           MOVE ZERO TO W030-BLOQUEOS.
       000-0200-ATIENDE.
           IF L000-FUNCION = 'V' THEN
               PERFORM 010-CARGA-PREVIOS
               IF T010-NUM > 0 THEN
                   PERFORM 020-LEE-BITACORA
                   MOVE 1 TO T010-IDX
                   PERFORM 030-EVALUA-PREVIO UNTIL T010-IDX > T010-NUM
                   IF W030-BLOQUEOS > 0 THEN
                       MOVE 'N' TO L000-RESULTADO
                       MOVE W000-RC-RECHAZO TO W040-RETORNO
                       PERFORM 040-ASIENTA-PASO
                       END-IF
                   END-IF
               ELSE IF L000-FUNCION = 'R' THEN
                   MOVE L000-RETORNO TO W040-RETORNO
                   PERFORM 040-ASIENTA-PASO
                   ELSE
                       DISPLAY W000-PROG '  FUNCION DEL PLAN '
      -                'DESCONOCIDA: ' L000-FUNCION ' PEDIDA POR '
                       L000-PROGRAMA.
       000-FIN.
           MOVE ZERO TO RETURN-CODE.
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
      *Junta los previos que el plan exige al paso que llama.
      *---
       010-CARGA-PREVIOS SECTION.
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
           IF S000-FINARCHPLAN NOT = 1 THEN
               IF PL-PROGRAMA = L000-PROGRAMA AND PL-PREVIO NOT = SPACES
               THEN
                   IF T010-NUM < 30 THEN
                       ADD 1 TO T010-NUM
                       MOVE PL-PREVIO TO T010-PROGRAMA(T010-NUM)
                       MOVE 'N' TO T010-CORRIO(T010-NUM)
                       MOVE ZERO TO T010-RETORNO(T010-NUM)
                       ELSE
                           DISPLAY W000-PROG '  PREVIOS DE ' PL-PROGRAMA
      -                    ' EXCEDEN LA TABLA, SE OMITE ' PL-PREVIO
                           END-IF
                   END-IF
               END-IF.
       012-990-FIN.
           EXIT.

      *---
      *Anota lo que la bitacora registra en la fecha de negocio para
      *cada previo.
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
               IF BT-FECHA = W003-FECHA-PROCESO THEN
                   MOVE BT-PROGRAMA TO W030-PROGRAMA-BUSCA
                   PERFORM 025-BUSCA-PREVIO
                   IF T010-IDX-HALLADO > 0 THEN
                       MOVE 'S' TO T010-CORRIO(T010-IDX-HALLADO)
                       MOVE BT-RETURN-CODE TO
                           T010-RETORNO(T010-IDX-HALLADO)
                       END-IF
                   END-IF
               END-IF.
       022-990-FIN.
           EXIT.

       025-BUSCA-PREVIO SECTION.
       025-0100-INICIO.
           MOVE ZERO TO T010-IDX-HALLADO.
           MOVE 1 TO T010-IDX.
       025-0200-BUSCA.
           PERFORM 027-COMPARA-UNO UNTIL T010-IDX > T010-NUM.
       025-990-FIN.
           EXIT.

       027-COMPARA-UNO SECTION.
       027-0100-COMPARA.
           IF W030-PROGRAMA-BUSCA = T010-PROGRAMA(T010-IDX) THEN
               MOVE T010-IDX TO T010-IDX-HALLADO
               END-IF.
           ADD 1 TO T010-IDX.
       027-990-FIN.
           EXIT.

      *---
      *Un previo sin corrida en la fecha, o cuyo ultimo asiento pasa
      *del codigo 4 de aviso, bloquea al paso que llama.
      *---
       030-EVALUA-PREVIO SECTION.
       030-0100-EVALUA.
           IF T010-CORRIO(T010-IDX) NOT = 'S' THEN
               ADD 1 TO W030-BLOQUEOS
               DISPLAY L000-PROGRAMA '  PREVIO ' T010-PROGRAMA(T010-IDX)
      -        ' SIN CORRIDA EN LA FECHA ' W003-FECHA-PROCESO
               ELSE IF T010-RETORNO(T010-IDX) > W000-RC-AVISO THEN
                   ADD 1 TO W030-BLOQUEOS
                   DISPLAY L000-PROGRAMA '  PREVIO '
                       T010-PROGRAMA(T010-IDX)
      -                ' TERMINO CON CODIGO ' T010-RETORNO(T010-IDX)
                       ' EN LA FECHA ' W003-FECHA-PROCESO
                   END-IF.
           ADD 1 TO T010-IDX.
       030-990-FIN.
           EXIT.

      *---
      *Asienta en la bitacora la terminacion, o el rechazo, del paso.
      *---
       040-ASIENTA-PASO SECTION.
       040-0100-ASIENTA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W003-HORA.
           OPEN EXTEND ARCH-BT-ARCHIVO-BITACORA.
           MOVE '1' TO S000-ESTADOARCHBIT.
           MOVE SPACES TO BT-REGISTRO.
           MOVE W003-FECHA-PROCESO TO BT-FECHA.
           MOVE L000-PROGRAMA TO BT-PROGRAMA.
           MOVE W003-HORA TO BT-HORA.
           MOVE W040-RETORNO TO BT-RETURN-CODE.
           WRITE BT-REGISTRO.
           CLOSE ARCH-BT-ARCHIVO-BITACORA.
           MOVE '0' TO S000-ESTADOARCHBIT.
       040-990-FIN.
           EXIT.
