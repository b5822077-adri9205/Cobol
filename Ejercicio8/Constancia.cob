       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTANCIAANUAL.
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      *    ENTRADA
      *----
           SELECT OPTIONAL ARCH-AN-ARCHIVO-ACUMULADO ASSIGN TO
           W000-UT-S-DIR-ACUMULADO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-AE-ARCHIVO-EMP ASSIGN TO
           W000-UT-S-DIR-EMP
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS RANDOM
                                           RECORD KEY IS AI-NO-TRAB.

           SELECT OPTIONAL ARCH-BJ-ARCHIVO-BAJAS ASSIGN TO
           W000-UT-S-DIR-BAJAS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN TO
           W000-UT-S-DIR-FECHAPROC
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-PA-ARCHIVO-PARAM ASSIGN TO
           W000-UT-S-DIR-PARAM
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *----
      *    SALIDA
      *----
           SELECT REPO-R1-CONSTANCIA ASSIGN TO
           W000-UT-S-DIR-SALIDA.

           SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN TO
           W000-UT-S-DIR-MONITOR.

       DATA DIVISION.
       FILE SECTION.
      *---
      *Acumulado anual de nomina que deja GENERANOMINA (P-APL150),
      *en orden de anio, trabajador, tipo y concepto.
      *---
       FD  ARCH-AN-ARCHIVO-ACUMULADO
           LABEL RECORD STANDARD.

       01 AN-ACUMULADO.
           05 AN-LLAVE.
               10 AN-ANIO                PIC 9(4).
               10 AN-NO-TRAB             PIC X(6).
               10 AN-TIPO                PIC X.
               10 AN-CONCEPTO            PIC X(20).
           05 AN-IMPORTES.
               10 AN-IMPORTE-MES OCCURS 12
                                         PIC S9(9)V99.
               10 AN-IMPORTE-ANIO        PIC S9(11)V99.

       FD  ARCH-AE-ARCHIVO-EMP
           LABEL RECORD STANDARD.

       01 AI-ARCHIVO-EMPLEADO.
           05 AI-NO-TRAB                 PIC X(6).
           05 AI-GPO                     PIC XX.
           05 AI-EMP                     PIC XXX.
           05 AI-PTA                     PIC XXX.
           05 AI-DPTO                    PIC X(6).
           05 AI-CVEO-E                  PIC X.
           05 AI-NOMBRE                  PIC X(30).
           05 AI-SALBASE                 PIC S9(7)V99.
           05 AI-FECHA-ING               PIC 9(6).

      *---
      *Historia acumulada de bajas que deja P-APL130.
      *---
       FD  ARCH-BJ-ARCHIVO-BAJAS
           LABEL RECORD STANDARD.

       01  BJ-BAJA.
           05 BJ-EMPLEADO.
               10 BJ-NO-TRAB              PIC X(6).
               10 BJ-GPO                  PIC XX.
               10 BJ-EMP                  PIC XXX.
               10 BJ-PTA                  PIC XXX.
               10 BJ-DPTO                 PIC X(6).
               10 BJ-CVEO-E               PIC X.
               10 BJ-NOMBRE               PIC X(30).
               10 BJ-SALBASE              PIC S9(7)V99.
               10 BJ-FECHA-ING            PIC 9(6).
           05 BJ-FECHA-PROCESO            PIC 9(6).
           05 BJ-FECHA-PROCESO-R REDEFINES BJ-FECHA-PROCESO.
               10 BJ-AA-PROCESO           PIC 99.
               10 BJ-MMDD-PROCESO         PIC 9(4).
           05 BJ-MOTIVO-BAJA              PIC X(3).

       FD  ARCH-FP-ARCHIVO-FECHAPROC
           LABEL RECORD STANDARD.
       01  FP-REGISTRO.
           05 FP-FECHA                    PIC X(8).

      *---
      *Anio a certificar cuando no es el de la fecha de proceso
      *(p.ej. la corrida de enero sobre el anio que cerro).
      *---
       FD  ARCH-PA-ARCHIVO-PARAM
           LABEL RECORD STANDARD.
       01  PA-PARAMETRO.
           05 PA-ANIO                     PIC X(4).

       FD  REPO-R1-CONSTANCIA
          RECORD CONTAINS 90 CHARACTERS
           LABEL RECORD STANDARD.

       01  R1-CONSTANCIA                 PIC X(90).

       FD  ARCH-CM-ARCHIVO-MONITOR
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD STANDARD.
       01  R9-LINEA-MONITOR.
           05 R9-PROGRAMA                 PIC X(8).
           05 FILLER                      PIC X           VALUE ','.
           05 R9-LEIDOS                   PIC -ZZZZZZ9.
           05 FILLER                      PIC X           VALUE ','.
           05 R9-PROCESADOS               PIC -ZZZZZZ9.
           05 FILLER                      PIC X           VALUE ','.
           05 R9-RECHAZADOS               PIC -ZZZZZZ9.
           05 FILLER                      PIC X           VALUE ','.
           05 R9-RETURN-CODE              PIC -ZZ9.

       WORKING-STORAGE SECTION.
      *---
      *   Switches
      *---
       01  S000-ESTADOS.
           05  S000-FINARCHACU            PIC 9.
           05  S000-ESTADOARCHACU         PIC X.
           05  S000-ESTADOARCHEMP         PIC X.
           05  S000-FINARCHBAJ            PIC 9.
           05  S000-ESTADOARCHBAJ         PIC X.
           05  S003-FINARCHFECHAPROC      PIC 9.
           05  S000-ESTADOARCHFECHAPROC   PIC X.
           05  S005-FINARCHPAR            PIC 9.
           05  S000-ESTADOARCHPAR         PIC X.
           05  S000-ESTADOREPO            PIC X.
           05  S000-ESTADOARCHCM          PIC X.
           05  S040-EN-MAESTRO            PIC X.
           05  S045-BAJA-HALLADA          PIC X.

      *---
      *   Constantes
      *---
       01  W000-CTES.
           05  W000-PROG                  PIC X(8)
                                      VALUE 'P-APL155'.
           05  W000-UT-S-DIR-ACUMULADO    PIC X(20)
                                      VALUE 'AcumuladoNomina.dat'.
           05  W000-UT-S-DIR-EMP          PIC X(20)
                                      VALUE 'ArchEmpleados.dat'.
           05  W000-UT-S-DIR-BAJAS        PIC X(20)
                                      VALUE 'ArchBajas.dat'.
           05  W000-UT-S-DIR-FECHAPROC    PIC X(20)
                                      VALUE 'FechaProceso.dat'.
           05  W000-UT-S-DIR-PARAM        PIC X(20)
                                      VALUE 'ParamConstancia.dat'.
           05  W000-UT-S-DIR-SALIDA       PIC X(20)
                                      VALUE 'ReporteConstanc.txt'.
           05  W000-UT-S-DIR-MONITOR      PIC X(20)
                                      VALUE 'CifrasControl.txt'.

      *---
      *Anio que se certifica; las bajas traen fecha AAMMDD y se
      *comparan contra los dos ultimos digitos.
      *---
       01  W000-ANIO-CONSTANCIA           PIC 9(4).
       01  W000-ANIO-CONSTANCIA-R REDEFINES W000-ANIO-CONSTANCIA.
           05  W000-SIGLO-CONSTANCIA      PIC 99.
           05  W000-AA-CONSTANCIA         PIC 99.

      *---
      *Bajas del anio, la ultima de cada trabajador; la marca de uso
      *deja ver al final las bajas sin pagos en el anio.
      *---
       01 T020-TABLA-BAJAS.
           05 T020-NUM-BAJAS           PIC S9(4) COMP VALUE ZERO.
           05 T020-ENTRADA OCCURS 500 TIMES.
               10 T020-NO-TRAB            PIC X(6).
               10 T020-GPO                PIC XX.
               10 T020-EMP                PIC XXX.
               10 T020-PTA                PIC XXX.
               10 T020-DPTO               PIC X(6).
               10 T020-NOMBRE             PIC X(30).
               10 T020-FECHA-ING          PIC 9(6).
               10 T020-FECHA-BAJA         PIC 9(6).
               10 T020-MOTIVO             PIC X(3).
               10 T020-USADA              PIC X.

       01 T020-IDX                     PIC S9(4) COMP.

       01 T020-IDX-HALLADO             PIC S9(4) COMP.

      *---
      *Conceptos del anio del trabajador en curso
      *---
       01 T030-TABLA-CONCEPTOS.
           05 T030-NUM-CONCEPTOS       PIC S9(4) COMP VALUE ZERO.
           05 T030-ENTRADA OCCURS 60 TIMES.
               10 T030-TIPO               PIC X.
               10 T030-CONCEPTO           PIC X(20).
               10 T030-IMPORTE            PIC S9(11)V99.

       01 T030-IDX                     PIC S9(4) COMP.

      *---
      *   Identidades
      *---
       01 I030-ID-PROC-NO-TRAB            PIC X(6).

       01 I070-AN-ID-LEI                  PIC X(6).

       01 W045-NO-TRAB                    PIC X(6).

      *---
      *Datos de identificacion del trabajador en curso
      *---
       01 W040-DATOS.
           05 W040-GPO                    PIC XX.
           05 W040-EMP                    PIC XXX.
           05 W040-PTA                    PIC XXX.
           05 W040-DPTO                   PIC X(6).
           05 W040-NOMBRE                 PIC X(30).
           05 W040-FECHA-ING              PIC 9(6).

      *---
      *Totales del trabajador en curso y de la compania
      *---
       01 A030-ACUM-TRAB.
           05 A030-PERCEPCIONES           PIC S9(11)V99.
           05 A030-DEDUCCIONES            PIC S9(11)V99.
           05 A030-BRUTO                  PIC S9(11)V99.
           05 A030-NETO                   PIC S9(11)V99.

       01 A002-ACUM-CIA.
           05 A002-BRUTO                  PIC S9(13)V99.
           05 A002-DEDUCCIONES            PIC S9(13)V99.
           05 A002-NETO                   PIC S9(13)V99.

      *---
      *Cifras de control
      *---
       01 A990-CIFRAS-CONTROL.
           05 A990-PROC-LEIDO             PIC S9(9).
           05 A990-BAJAS-CARGADAS         PIC S9(9).
           05 A990-CONSTANCIAS            PIC S9(9).
           05 A990-CONST-BAJAS            PIC S9(9).
           05 A990-NO-LOCALIZADOS         PIC S9(9).
           05 A990-BAJAS-SIN-PAGO         PIC S9(9).
           05 A990-CONCEPTOS-PERDIDOS     PIC S9(9).

      *---
      *Variables del reporte
      *---
       01 R1-VARS.
           05 R1-NUM-HOJA                 PIC S9(9)       VALUE 0.
           05 R1-NUM-LIN                  PIC S9(9).
           05 R1-MAX-LIN                  PIC S9(9)       VALUE +50.

      *---
      *Lineas de titulo (una pagina por trabajador)
      *---
       01 R1-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 FILLER                      PIC X(40)       VALUE
           "CONSTANCIA DE PERCEPCIONES Y RETENCIONES".
           05 FILLER                      PIC X(6)        VALUE
           "  ANIO".
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-05-ANIO                  PIC 9(4).
           05 FILLER                      PIC X(24)       VALUE SPACES.

       01 R1-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                      PIC X(9).
           05 FILLER                      PIC X(22)       VALUE
           "NOMINA ANUAL          ".
           05 FILLER                      PIC X(26)       VALUE SPACES.
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R1-10-PAGNU                 PIC Z(4).

       01 R1-15-ENCABEZADOS-TERCERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 FILLER                      PIC X(12)       VALUE
           "PERSONAL".
           05 FILLER                      PIC X(77)       VALUE SPACES.

      *---
      *Identificacion del trabajador
      *---
       01 R1-20-LINEA-TRAB.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(9)        VALUE
           "NO.TRAB. ".
           05 R1-20-NO-TRAB               PIC X(6).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-20-NOMBRE                PIC X(30).
           05 FILLER                      PIC X(6)        VALUE
           "  ING ".
           05 R1-20-FECHA-ING             PIC 9(6).
           05 FILLER                      PIC X(29)       VALUE SPACES.

       01 R1-22-LINEA-ADSCRIPCION.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(9)        VALUE
           "GPO/EMP  ".
           05 R1-22-GPO                   PIC XX.
           05 FILLER                      PIC X           VALUE "/".
           05 R1-22-EMP                   PIC XXX.
           05 FILLER                      PIC X(6)        VALUE
           "  PTA ".
           05 R1-22-PTA                   PIC XXX.
           05 FILLER                      PIC X(7)        VALUE
           "  DPTO ".
           05 R1-22-DPTO                  PIC X(6).
           05 FILLER                      PIC X(51)       VALUE SPACES.

       01 R1-24-LINEA-BAJA.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(15)       VALUE
           "BAJA EN EL ANIO".
           05 FILLER                      PIC X(8)        VALUE
           "  FECHA ".
           05 R1-24-FECHA                 PIC 9(6).
           05 FILLER                      PIC X(9)        VALUE
           "  MOTIVO ".
           05 R1-24-MOTIVO                PIC X(3).
           05 FILLER                      PIC X(47)       VALUE SPACES.

      *---
      *Titulo de cada seccion de la constancia
      *---
       01 R1-26-TITULO-SECCION.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-26-TITULO                PIC X(40).
           05 FILLER                      PIC X(48)       VALUE SPACES.

      *---
      *Un concepto del anio o un total de la constancia
      *---
       01 R1-30-LINEA-CONCEPTO.
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 R1-30-CONCEPTO              PIC X(30).
           05 FILLER                      PIC X(4)        VALUE SPACES.
           05 R1-30-IMPORTE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                      PIC X(32)       VALUE SPACES.

       01 R1-40-LINEA-FIRMA.
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 FILLER                      PIC X(30)       VALUE
           "______________________________".
           05 FILLER                      PIC X(8)        VALUE SPACES.
           05 FILLER                      PIC X(30)       VALUE
           "______________________________".
           05 FILLER                      PIC X(16)       VALUE SPACES.

       01 R1-45-LINEA-FIRMA-PIE.
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 FILLER                      PIC X(30)       VALUE
           "   RETENEDOR (LA EMPRESA)".
           05 FILLER                      PIC X(8)        VALUE SPACES.
           05 FILLER                      PIC X(30)       VALUE
           "   TRABAJADOR".
           05 FILLER                      PIC X(16)       VALUE SPACES.

      *---
      *Lineas sencillas de la pagina
      *---
       01 R1-50-LINEA-MENSAJE.
           05 FILLER                      PIC X(4)        VALUE SPACES.
           05 R1-50-MENSAJE               PIC X(40).
           05 FILLER                      PIC X(46)       VALUE SPACES.

      *---
      *Baja del anio sin pagos acumulados
      *---
       01 R1-52-LINEA-BAJA-SIN-PAGO.
           05 FILLER                      PIC X(4)        VALUE SPACES.
           05 R1-52-NO-TRAB               PIC X(6).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-52-NOMBRE                PIC X(30).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-52-PTA                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-52-DPTO                  PIC X(6).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-52-FECHA                 PIC 9(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-52-MOTIVO                PIC X(3).
           05 FILLER                      PIC X(24)       VALUE SPACES.

      *---
      *Totales del final
      *---
       01 R1-55-LINEA-TOTAL.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-55-DESCRIPCION           PIC X(36).
           05 R1-55-CUENTA                PIC ZZZ,ZZ9.
           05 FILLER                      PIC X(45)       VALUE SPACES.

       01 R1-60-LINEA-IMPORTE.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-60-DESCRIPCION           PIC X(36).
           05 R1-60-IMPORTE               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                      PIC X(33)       VALUE SPACES.

      *---
      *Plan de corrida: previos del paso y asiento de su terminacion
      *---
       01 W001-PLAN.
           05 W001-PLAN-FUNCION          PIC X.
           05 W001-PLAN-RESULTADO        PIC X.
           05 W001-PLAN-RETORNO          PIC S9(4) COMP.

       PROCEDURE DIVISION.
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
           MOVE ZEROS TO A002-ACUM-CIA.
           OPEN OUTPUT REPO-R1-CONSTANCIA.
           MOVE 0 TO S000-ESTADOREPO.
           MOVE 0 TO R1-NUM-HOJA.
           MOVE R1-MAX-LIN TO R1-NUM-LIN.
           MOVE W000-PROG TO R1-05-CONSPRO.
           PERFORM 003-FECHA-PROCESO.
           PERFORM 005-LEE-PARAMETRO.
           MOVE W000-ANIO-CONSTANCIA TO R1-05-ANIO.
           PERFORM 010-CARGA-BAJAS.
       000-0200-PROCESA.
           OPEN INPUT ARCH-AE-ARCHIVO-EMP.
           MOVE 0 TO S000-ESTADOARCHEMP.
           OPEN INPUT ARCH-AN-ARCHIVO-ACUMULADO.
           MOVE 0 TO S000-FINARCHACU.
           MOVE 0 TO S000-ESTADOARCHACU.
           PERFORM 070-LEE-ACUMULADO.
           PERFORM 030-PROC-TRAB UNTIL S000-FINARCHACU = 1.
       000-0300-BAJAS-SIN-PAGO.
           PERFORM 050-BAJAS-SIN-PAGO.
       000-0400-TOTALES.
           PERFORM 090-ESCRIBE-TOTALES.
       000-0500-TERMINA.
           CLOSE ARCH-AN-ARCHIVO-ACUMULADO.
           MOVE 1 TO S000-ESTADOARCHACU.
           CLOSE ARCH-AE-ARCHIVO-EMP.
           MOVE 1 TO S000-ESTADOARCHEMP.
           CLOSE REPO-R1-CONSTANCIA.
           MOVE 1 TO S000-ESTADOREPO.
           PERFORM 990-CIFRAS-CONTROL.
       000-9900-FIN.
           GOBACK.

      *---
      *Toma el anio de la fecha de negocio del ciclo; sin el archivo
      *se usa la fecha del sistema.
      *---
       003-FECHA-PROCESO SECTION.
       003-0100-INICIO.
           OPEN INPUT ARCH-FP-ARCHIVO-FECHAPROC.
           MOVE 0 TO S003-FINARCHFECHAPROC.
           MOVE 0 TO S000-ESTADOARCHFECHAPROC.
           READ ARCH-FP-ARCHIVO-FECHAPROC AT END MOVE 1
           TO S003-FINARCHFECHAPROC.
           IF S003-FINARCHFECHAPROC = 1 OR FP-FECHA IS NOT NUMERIC
           THEN
               MOVE FUNCTION CURRENT-DATE(1:4) TO W000-ANIO-CONSTANCIA
               ELSE
               MOVE FP-FECHA(1:4) TO W000-ANIO-CONSTANCIA.
       003-0200-CIERRA.
           CLOSE ARCH-FP-ARCHIVO-FECHAPROC.
           MOVE 1 TO S000-ESTADOARCHFECHAPROC.
       003-9900-FIN.
       EXIT.

      *---
      *Un anio en ParamConstancia.dat sustituye al de la fecha de
      *proceso; un anio no numerico es error de operacion.
      *---
       005-LEE-PARAMETRO SECTION.
       005-0100-LEE.
           OPEN INPUT ARCH-PA-ARCHIVO-PARAM.
           MOVE 0 TO S005-FINARCHPAR.
           MOVE 0 TO S000-ESTADOARCHPAR.
           READ ARCH-PA-ARCHIVO-PARAM AT END MOVE 1 TO S005-FINARCHPAR.
           IF S005-FINARCHPAR NOT = 1 THEN
               IF PA-ANIO IS NOT NUMERIC THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  ANIO DE LA CONSTANCIA '
      -            'INVALIDO: ' PA-ANIO
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               MOVE PA-ANIO TO W000-ANIO-CONSTANCIA
               END-IF.
       005-0200-CIERRA.
           CLOSE ARCH-PA-ARCHIVO-PARAM.
           MOVE 1 TO S000-ESTADOARCHPAR.
       005-9900-FIN.
       EXIT.

      *---
      *Carga las bajas procesadas en el anio; de un trabajador con
      *varias bajas en el anio (reingresos) queda la ultima.
      *---
       010-CARGA-BAJAS SECTION.
       010-0100-INICIO.
           OPEN INPUT ARCH-BJ-ARCHIVO-BAJAS.
           MOVE 0 TO S000-FINARCHBAJ.
           MOVE 0 TO S000-ESTADOARCHBAJ.
           MOVE ZERO TO T020-NUM-BAJAS.
       010-0200-CARGA.
           PERFORM 011-LEE-BAJA UNTIL S000-FINARCHBAJ = 1.
           CLOSE ARCH-BJ-ARCHIVO-BAJAS.
           MOVE 1 TO S000-ESTADOARCHBAJ.
       010-9900-FIN.
       EXIT.

       011-LEE-BAJA SECTION.
       011-0100-LEE.
           READ ARCH-BJ-ARCHIVO-BAJAS AT END MOVE 1 TO
               S000-FINARCHBAJ.
           IF S000-FINARCHBAJ NOT = 1
              AND BJ-AA-PROCESO = W000-AA-CONSTANCIA THEN
               MOVE BJ-NO-TRAB TO W045-NO-TRAB
               PERFORM 045-BUSCA-BAJA-TRAB
               IF S045-BAJA-HALLADA NOT = 'S' THEN
                   IF T020-NUM-BAJAS NOT < 500 THEN
                       MOVE 16 TO RETURN-CODE
                       DISPLAY W000-PROG '  MAS BAJAS EN EL ANIO QUE '
      -                'LA TABLA DE TRABAJO'
                       DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -                'CODIGO 16'
                       PERFORM 980-ABORTA
                       END-IF
                   ADD 1 TO T020-NUM-BAJAS
                   MOVE T020-NUM-BAJAS TO T020-IDX-HALLADO
                   ADD 1 TO A990-BAJAS-CARGADAS
                   END-IF
               MOVE BJ-NO-TRAB TO T020-NO-TRAB(T020-IDX-HALLADO)
               MOVE BJ-GPO TO T020-GPO(T020-IDX-HALLADO)
               MOVE BJ-EMP TO T020-EMP(T020-IDX-HALLADO)
               MOVE BJ-PTA TO T020-PTA(T020-IDX-HALLADO)
               MOVE BJ-DPTO TO T020-DPTO(T020-IDX-HALLADO)
               MOVE BJ-NOMBRE TO T020-NOMBRE(T020-IDX-HALLADO)
               MOVE BJ-FECHA-ING TO T020-FECHA-ING(T020-IDX-HALLADO)
               MOVE BJ-FECHA-PROCESO TO
                   T020-FECHA-BAJA(T020-IDX-HALLADO)
               MOVE BJ-MOTIVO-BAJA TO T020-MOTIVO(T020-IDX-HALLADO)
               MOVE 'N' TO T020-USADA(T020-IDX-HALLADO)
               END-IF.
       011-9900-FIN.
       EXIT.

      *---
      *Junta los conceptos del anio de un trabajador y le imprime
      *su constancia.
      *---
       030-PROC-TRAB SECTION.
       030-0100-INICIO.
           MOVE I070-AN-ID-LEI TO I030-ID-PROC-NO-TRAB.
           MOVE ZERO TO T030-NUM-CONCEPTOS.
       030-0200-JUNTA.
           PERFORM 035-GUARDA-CONCEPTO
               UNTIL I030-ID-PROC-NO-TRAB NOT = I070-AN-ID-LEI.
       030-0300-IMPRIME.
           PERFORM 040-IMPRIME-CONSTANCIA.
       030-9900-FIN.
       EXIT.

      *---
      *Un concepto que no cabe en la tabla se cuenta y se avisa; la
      *constancia sale con los que si caben.
      *---
       035-GUARDA-CONCEPTO SECTION.
       035-0100-GUARDA.
           IF T030-NUM-CONCEPTOS < 60 THEN
               ADD 1 TO T030-NUM-CONCEPTOS
               MOVE AN-TIPO TO T030-TIPO(T030-NUM-CONCEPTOS)
               MOVE AN-CONCEPTO TO T030-CONCEPTO(T030-NUM-CONCEPTOS)
               MOVE AN-IMPORTE-ANIO TO T030-IMPORTE(T030-NUM-CONCEPTOS)
               ELSE
                   DISPLAY W000-PROG '  CONCEPTO FUERA DE LA TABLA: '
                   AN-NO-TRAB ' ' AN-CONCEPTO
                   ADD 1 TO A990-CONCEPTOS-PERDIDOS
                   END-IF.
       035-0200-LEE.
           PERFORM 070-LEE-ACUMULADO.
       035-9900-FIN.
       EXIT.

      *---
      *Una pagina por trabajador: datos del maestro, o de su baja
      *si ya no esta en el maestro; percepciones, deducciones y
      *retenciones del anio, totales y firmas.
      *---
       040-IMPRIME-CONSTANCIA SECTION.
       040-0100-DATOS.
           MOVE I030-ID-PROC-NO-TRAB TO AI-NO-TRAB.
           MOVE 'S' TO S040-EN-MAESTRO.
           READ ARCH-AE-ARCHIVO-EMP
               INVALID KEY
                   MOVE 'N' TO S040-EN-MAESTRO
           END-READ.
           MOVE I030-ID-PROC-NO-TRAB TO W045-NO-TRAB.
           PERFORM 045-BUSCA-BAJA-TRAB.
           MOVE SPACES TO W040-DATOS.
           MOVE ZERO TO W040-FECHA-ING.
           IF S040-EN-MAESTRO = 'S' THEN
               MOVE AI-GPO TO W040-GPO
               MOVE AI-EMP TO W040-EMP
               MOVE AI-PTA TO W040-PTA
               MOVE AI-DPTO TO W040-DPTO
               MOVE AI-NOMBRE TO W040-NOMBRE
               MOVE AI-FECHA-ING TO W040-FECHA-ING
               ELSE
               IF S045-BAJA-HALLADA = 'S' THEN
                   MOVE T020-GPO(T020-IDX-HALLADO) TO W040-GPO
                   MOVE T020-EMP(T020-IDX-HALLADO) TO W040-EMP
                   MOVE T020-PTA(T020-IDX-HALLADO) TO W040-PTA
                   MOVE T020-DPTO(T020-IDX-HALLADO) TO W040-DPTO
                   MOVE T020-NOMBRE(T020-IDX-HALLADO) TO W040-NOMBRE
                   MOVE T020-FECHA-ING(T020-IDX-HALLADO) TO
                       W040-FECHA-ING
                   ELSE
                   MOVE '** NO LOCALIZADO EN MAESTRO NI BAJAS'
                       TO W040-NOMBRE
                   ADD 1 TO A990-NO-LOCALIZADOS
                   END-IF
               END-IF.
       040-0200-ENCABEZA.
           PERFORM 110-ENCABEZADOS.
           MOVE I030-ID-PROC-NO-TRAB TO R1-20-NO-TRAB.
           MOVE W040-NOMBRE TO R1-20-NOMBRE.
           MOVE W040-FECHA-ING TO R1-20-FECHA-ING.
           WRITE R1-CONSTANCIA FROM R1-20-LINEA-TRAB AFTER 2.
           MOVE W040-GPO TO R1-22-GPO.
           MOVE W040-EMP TO R1-22-EMP.
           MOVE W040-PTA TO R1-22-PTA.
           MOVE W040-DPTO TO R1-22-DPTO.
           WRITE R1-CONSTANCIA FROM R1-22-LINEA-ADSCRIPCION AFTER 1.
           ADD 3 TO R1-NUM-LIN.
           IF S045-BAJA-HALLADA = 'S' THEN
               MOVE 'S' TO T020-USADA(T020-IDX-HALLADO)
               MOVE T020-FECHA-BAJA(T020-IDX-HALLADO) TO R1-24-FECHA
               MOVE T020-MOTIVO(T020-IDX-HALLADO) TO R1-24-MOTIVO
               WRITE R1-CONSTANCIA FROM R1-24-LINEA-BAJA AFTER 1
               ADD 1 TO R1-NUM-LIN
               ADD 1 TO A990-CONST-BAJAS
               END-IF.
       040-0300-PERCEPCIONES.
           MOVE ZEROS TO A030-ACUM-TRAB.
           MOVE 'PERCEPCIONES DEL ANIO' TO R1-26-TITULO.
           PERFORM 075-ESCRIBE-TITULO.
           MOVE 1 TO T030-IDX.
           PERFORM 042-ESCRIBE-PERCEPCION
               UNTIL T030-IDX > T030-NUM-CONCEPTOS.
           MOVE 1 TO T030-IDX.
           PERFORM 044-TOMA-TOTALES
               UNTIL T030-IDX > T030-NUM-CONCEPTOS.
           MOVE 'TOTAL PERCEPCIONES' TO R1-30-CONCEPTO.
           MOVE A030-BRUTO TO R1-30-IMPORTE.
           PERFORM 080-ESCRIBE-CONCEPTO.
       040-0400-DEDUCCIONES.
           MOVE 'DEDUCCIONES Y RETENCIONES DEL ANIO' TO R1-26-TITULO.
           PERFORM 075-ESCRIBE-TITULO.
           MOVE 1 TO T030-IDX.
           PERFORM 043-ESCRIBE-DEDUCCION
               UNTIL T030-IDX > T030-NUM-CONCEPTOS.
           MOVE 'TOTAL DEDUCCIONES' TO R1-30-CONCEPTO.
           MOVE A030-DEDUCCIONES TO R1-30-IMPORTE.
           PERFORM 080-ESCRIBE-CONCEPTO.
       040-0500-NETO.
           MOVE 'NETO PAGADO EN EL ANIO' TO R1-30-CONCEPTO.
           MOVE A030-NETO TO R1-30-IMPORTE.
           PERFORM 080-ESCRIBE-CONCEPTO.
       040-0600-FIRMAS.
           WRITE R1-CONSTANCIA FROM R1-40-LINEA-FIRMA AFTER 5.
           WRITE R1-CONSTANCIA FROM R1-45-LINEA-FIRMA-PIE AFTER 1.
           ADD 6 TO R1-NUM-LIN.
       040-0700-CIFRAS.
           ADD 1 TO A990-CONSTANCIAS.
           ADD A030-BRUTO TO A002-BRUTO.
           ADD A030-DEDUCCIONES TO A002-DEDUCCIONES.
           ADD A030-NETO TO A002-NETO.
       040-9900-FIN.
       EXIT.

       042-ESCRIBE-PERCEPCION SECTION.
       042-0100-ESCRIBE.
           IF T030-TIPO(T030-IDX) = 'P' THEN
               MOVE T030-CONCEPTO(T030-IDX) TO R1-30-CONCEPTO
               MOVE T030-IMPORTE(T030-IDX) TO R1-30-IMPORTE
               PERFORM 080-ESCRIBE-CONCEPTO
               END-IF.
           ADD 1 TO T030-IDX.
       042-9900-FIN.
       EXIT.

       043-ESCRIBE-DEDUCCION SECTION.
       043-0100-ESCRIBE.
           IF T030-TIPO(T030-IDX) = 'D' THEN
               MOVE T030-CONCEPTO(T030-IDX) TO R1-30-CONCEPTO
               MOVE T030-IMPORTE(T030-IDX) TO R1-30-IMPORTE
               PERFORM 080-ESCRIBE-CONCEPTO
               END-IF.
           ADD 1 TO T030-IDX.
       043-9900-FIN.
       EXIT.

      *---
      *La percepcion bruta y el neto los deja acumulados la nomina;
      *las deducciones se suman aqui concepto por concepto.
      *---
       044-TOMA-TOTALES SECTION.
       044-0100-TOMA.
           IF T030-TIPO(T030-IDX) = 'B' THEN
               ADD T030-IMPORTE(T030-IDX) TO A030-BRUTO
               END-IF.
           IF T030-TIPO(T030-IDX) = 'N' THEN
               ADD T030-IMPORTE(T030-IDX) TO A030-NETO
               END-IF.
           IF T030-TIPO(T030-IDX) = 'D' THEN
               ADD T030-IMPORTE(T030-IDX) TO A030-DEDUCCIONES
               END-IF.
           ADD 1 TO T030-IDX.
       044-9900-FIN.
       EXIT.

      *---
      *Busca W045-NO-TRAB en la tabla de bajas del anio; deja el
      *resultado en S045-BAJA-HALLADA y T020-IDX-HALLADO.
      *---
       045-BUSCA-BAJA-TRAB SECTION.
       045-0100-INICIO.
           MOVE 'N' TO S045-BAJA-HALLADA.
           MOVE ZERO TO T020-IDX-HALLADO.
           MOVE 1 TO T020-IDX.
       045-0200-BUSCA.
           PERFORM 045-0300-COMPARA-UNA
               UNTIL S045-BAJA-HALLADA = 'S'
                  OR T020-IDX > T020-NUM-BAJAS.
       045-9900-FIN.
       EXIT.

       045-0300-COMPARA-UNA SECTION.
       045-0310-COMPARA.
           IF T020-NO-TRAB(T020-IDX) = W045-NO-TRAB THEN
               MOVE 'S' TO S045-BAJA-HALLADA
               MOVE T020-IDX TO T020-IDX-HALLADO
               END-IF.
           ADD 1 TO T020-IDX.
       045-9900-FIN.
       EXIT.

      *---
      *Bajas del anio que no tienen ningun pago acumulado: se listan
      *aparte para que personal confirme que no hubo pago.
      *---
       050-BAJAS-SIN-PAGO SECTION.
       050-0100-INICIO.
           MOVE 'BAJAS DEL ANIO SIN PAGOS ACUMULADOS' TO
               R1-50-MENSAJE.
           PERFORM 110-ENCABEZADOS.
           PERFORM 085-ESCRIBE-MENSAJE.
           MOVE 1 TO T020-IDX.
       050-0200-RECORRE.
           PERFORM 052-BAJA-SIN-PAGO UNTIL T020-IDX > T020-NUM-BAJAS.
       050-9900-FIN.
       EXIT.

       052-BAJA-SIN-PAGO SECTION.
       052-0100-LISTA.
           IF T020-USADA(T020-IDX) = 'N' THEN
               MOVE T020-NO-TRAB(T020-IDX) TO R1-52-NO-TRAB
               MOVE T020-NOMBRE(T020-IDX) TO R1-52-NOMBRE
               MOVE T020-PTA(T020-IDX) TO R1-52-PTA
               MOVE T020-DPTO(T020-IDX) TO R1-52-DPTO
               MOVE T020-FECHA-BAJA(T020-IDX) TO R1-52-FECHA
               MOVE T020-MOTIVO(T020-IDX) TO R1-52-MOTIVO
               IF (R1-NUM-LIN + 1)>R1-MAX-LIN THEN
                   PERFORM 110-ENCABEZADOS
                   END-IF
               WRITE R1-CONSTANCIA FROM R1-52-LINEA-BAJA-SIN-PAGO
                   AFTER 1
               ADD 1 TO R1-NUM-LIN
               ADD 1 TO A990-BAJAS-SIN-PAGO
               END-IF.
           ADD 1 TO T020-IDX.
       052-9900-FIN.
       EXIT.

      *---
      *Lee el siguiente registro del anio que se certifica; los de
      *otros anios y el registro de control se saltan.
      *---
       070-LEE-ACUMULADO SECTION.
       070-0100-LEE.
           PERFORM 072-LEE-UNO.
           PERFORM 072-LEE-UNO
               UNTIL S000-FINARCHACU = 1
                  OR AN-ANIO = W000-ANIO-CONSTANCIA.
           IF S000-FINARCHACU = 1 THEN
               MOVE HIGH-VALUES TO I070-AN-ID-LEI
               ELSE
                   MOVE AN-NO-TRAB TO I070-AN-ID-LEI
                   END-IF.
       070-9900-FIN.
       EXIT.

       072-LEE-UNO SECTION.
       072-0100-LEE.
           READ ARCH-AN-ARCHIVO-ACUMULADO AT END MOVE 1 TO
               S000-FINARCHACU.
           IF S000-FINARCHACU NOT = 1
              AND AN-ANIO = W000-ANIO-CONSTANCIA THEN
               ADD 1 TO A990-PROC-LEIDO
               END-IF.
       072-9900-FIN.
       EXIT.

       075-ESCRIBE-TITULO SECTION.
       075-0100-ESCRIBE.
           IF (R1-NUM-LIN + 2)>R1-MAX-LIN THEN
               PERFORM 110-ENCABEZADOS
               END-IF.
           WRITE R1-CONSTANCIA FROM R1-26-TITULO-SECCION AFTER 2.
           ADD 2 TO R1-NUM-LIN.
       075-9900-FIN.
       EXIT.

       080-ESCRIBE-CONCEPTO SECTION.
       080-0100-ESCRIBE.
           IF (R1-NUM-LIN + 1)>R1-MAX-LIN THEN
               PERFORM 110-ENCABEZADOS
               END-IF.
           WRITE R1-CONSTANCIA FROM R1-30-LINEA-CONCEPTO AFTER 1.
           ADD 1 TO R1-NUM-LIN.
       080-9900-FIN.
       EXIT.

       085-ESCRIBE-MENSAJE SECTION.
       085-0100-ESCRIBE.
           IF (R1-NUM-LIN + 2)>R1-MAX-LIN THEN
               PERFORM 110-ENCABEZADOS
               END-IF.
           WRITE R1-CONSTANCIA FROM R1-50-LINEA-MENSAJE AFTER 2.
           ADD 2 TO R1-NUM-LIN.
       085-9900-FIN.
       EXIT.

       090-ESCRIBE-TOTALES SECTION.
       090-0100-ESCRIBE.
           MOVE 'CONSTANCIAS EMITIDAS' TO R1-55-DESCRIPCION.
           MOVE A990-CONSTANCIAS TO R1-55-CUENTA.
           WRITE R1-CONSTANCIA FROM R1-55-LINEA-TOTAL AFTER 3.
           MOVE 'CONSTANCIAS DE BAJAS DEL ANIO' TO R1-55-DESCRIPCION.
           MOVE A990-CONST-BAJAS TO R1-55-CUENTA.
           WRITE R1-CONSTANCIA FROM R1-55-LINEA-TOTAL AFTER 2.
           MOVE 'TRABAJADORES NO LOCALIZADOS' TO R1-55-DESCRIPCION.
           MOVE A990-NO-LOCALIZADOS TO R1-55-CUENTA.
           WRITE R1-CONSTANCIA FROM R1-55-LINEA-TOTAL AFTER 2.
           MOVE 'BAJAS SIN PAGOS ACUMULADOS' TO R1-55-DESCRIPCION.
           MOVE A990-BAJAS-SIN-PAGO TO R1-55-CUENTA.
           WRITE R1-CONSTANCIA FROM R1-55-LINEA-TOTAL AFTER 2.
           MOVE 'TOTAL PERCEPCIONES DEL ANIO' TO R1-60-DESCRIPCION.
           MOVE A002-BRUTO TO R1-60-IMPORTE.
           WRITE R1-CONSTANCIA FROM R1-60-LINEA-IMPORTE AFTER 3.
           MOVE 'TOTAL DEDUCCIONES DEL ANIO' TO R1-60-DESCRIPCION.
           MOVE A002-DEDUCCIONES TO R1-60-IMPORTE.
           WRITE R1-CONSTANCIA FROM R1-60-LINEA-IMPORTE AFTER 2.
           MOVE 'TOTAL NETO PAGADO EN EL ANIO' TO R1-60-DESCRIPCION.
           MOVE A002-NETO TO R1-60-IMPORTE.
           WRITE R1-CONSTANCIA FROM R1-60-LINEA-IMPORTE AFTER 2.
       090-9900-FIN.
       EXIT.

       110-ENCABEZADOS SECTION.
       110-0100-INICIO.
           ADD 1 TO R1-NUM-HOJA.
           MOVE R1-NUM-HOJA TO R1-10-PAGNU.
       110-0200-ESCRIBE-ENCABEZADOS.
           WRITE R1-CONSTANCIA FROM R1-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R1-CONSTANCIA FROM R1-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R1-CONSTANCIA FROM R1-15-ENCABEZADOS-TERCERA-LINEA
           AFTER 1.
           MOVE 4 TO R1-NUM-LIN.
       110-9900-FIN.
       EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHBAJ = 0
           THEN
               CLOSE ARCH-BJ-ARCHIVO-BAJAS
               MOVE 1 TO S000-ESTADOARCHBAJ.

           IF S000-ESTADOARCHPAR = 0
           THEN
               CLOSE ARCH-PA-ARCHIVO-PARAM
               MOVE 1 TO S000-ESTADOARCHPAR.

           IF S000-ESTADOREPO = 0
           THEN
               CLOSE REPO-R1-CONSTANCIA
               MOVE 1 TO S000-ESTADOREPO.

           PERFORM 990-CIFRAS-CONTROL.
       980-9900-FIN.
           GOBACK.

       990-CIFRAS-CONTROL SECTION.
       990-0100-INICIO.
       DISPLAY W000-PROG '  REG.S DEL ANIO LEIDOS                  '
      -    '           ' A990-PROC-LEIDO       .

       DISPLAY W000-PROG '  BAJAS DEL ANIO CARGADAS                '
      -    '           ' A990-BAJAS-CARGADAS   .

       DISPLAY W000-PROG '  CONSTANCIAS EMITIDAS                   '
      -    '           ' A990-CONSTANCIAS      .

       DISPLAY W000-PROG '  CONSTANCIAS DE BAJAS DEL ANIO          '
      -    '           ' A990-CONST-BAJAS      .

       DISPLAY W000-PROG '  TRABAJADORES NO LOCALIZADOS            '
      -    '           ' A990-NO-LOCALIZADOS   .

       DISPLAY W000-PROG '  BAJAS SIN PAGOS ACUMULADOS             '
      -    '           ' A990-BAJAS-SIN-PAGO   .

       DISPLAY W000-PROG '  CONCEPTOS FUERA DE LA TABLA            '
      -    '           ' A990-CONCEPTOS-PERDIDOS.

       990-0200-ESCRIBE-MONITOR.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG             TO R9-PROGRAMA.
           MOVE A990-PROC-LEIDO       TO R9-LEIDOS.
           MOVE A990-CONSTANCIAS      TO R9-PROCESADOS.
           MOVE A990-NO-LOCALIZADOS   TO R9-RECHAZADOS.
           MOVE RETURN-CODE           TO R9-RETURN-CODE.
           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-9900-FIN.
           EXIT.
