       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDAINCIDENCIAS.
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
      *---
      *Captura de incidencias del periodo hecha por los
      *departamentos: faltas, permisos sin goce, incapacidades y
      *horas extra, un registro por trabajador, fecha y tipo.
      *---
           SELECT OPTIONAL ARCH-IC-CAPTURA ASSIGN TO
           W000-UT-S-DIR-CAPTURA
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN TO
           W000-UT-S-DIR-FECHAPROC
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-AE-ARCHIVO-EMP ASSIGN TO
           W000-UT-S-DIR-EMP
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS RANDOM
                                           RECORD KEY IS AI-NO-TRAB.

           SELECT ARCH-OR-CAT-ORGANIZACION ASSIGN TO
           W000-UT-S-DIR-CATORG
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS RANDOM
                                           RECORD KEY IS OR-LLAVE.
      *----
      *    SALIDA
      *----
      *---
      *Incidencias aceptadas en orden de NO-TRAB, fecha y tipo, que
      *GENERANOMINA (P-APL150) aplica al pago del periodo.
      *---
           SELECT ARCH-IN-INCIDENCIAS ASSIGN TO
           W000-UT-S-DIR-INCIDENCIAS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT REPO-R1-INCIDENCIAS ASSIGN TO
           W000-UT-S-DIR-SALIDA.

           SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN TO
           W000-UT-S-DIR-MONITOR.
      *----
      *    TRABAJO
      *----
           SELECT ARCH-SI-ORDENA ASSIGN TO
           W000-UT-S-DIR-ORDENA.

      *---
      *Cada incidencia capturada, aceptada o rechazada, con el
      *departamento del trabajador, para el reporte a supervisores.
      *---
           SELECT ARCH-WK-REPORTE-TRB ASSIGN TO
           W000-UT-S-DIR-REPORTE-TRB
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-SR-ORDENA-REP ASSIGN TO
           W000-UT-S-DIR-ORDENA-REP.

       DATA DIVISION.
       FILE SECTION.
      *---
      *Tipo 'F' falta, 'P' permiso sin goce de sueldo, 'I' dia de
      *incapacidad y 'E' horas extra (solo este tipo trae horas).
      *La fecha es AAMMDD como las del maestro.
      *---
       FD  ARCH-IC-CAPTURA
           LABEL RECORD STANDARD.

       01  IC-INCIDENCIA.
           05 IC-NO-TRAB                  PIC X(6).
           05 IC-FECHA                    PIC X(6).
           05 IC-TIPO                     PIC X.
           05 IC-HORAS                    PIC X(4).

       FD  ARCH-FP-ARCHIVO-FECHAPROC
           LABEL RECORD STANDARD.
       01  FP-REGISTRO.
           05 FP-FECHA                    PIC X(8).

      *---
      *Maestro de personal indexado, ya actualizado por P-APL130.
      *---
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
      *Catalogo de unidades organizacionales (MANTORGANIZACION).
      *---
       FD  ARCH-OR-CAT-ORGANIZACION
           LABEL RECORD STANDARD.

       01 OR-UNIDAD.
           05 OR-LLAVE.
               10 OR-GPO                 PIC XX.
               10 OR-EMP                 PIC XXX.
               10 OR-PTA                 PIC XXX.
               10 OR-DPTO                PIC X(6).
           05 OR-DESCRIPCION             PIC X(30).
           05 OR-ACTIVO                  PIC X.

      *---
      *Horas en cero salvo en el tipo 'E'; el periodo AAAAMM dice a
      *que nomina corresponde el archivo.
      *---
       FD  ARCH-IN-INCIDENCIAS
           LABEL RECORD STANDARD.

       01  IN-INCIDENCIA.
           05 IN-NO-TRAB                  PIC X(6).
           05 IN-FECHA                    PIC 9(6).
           05 IN-TIPO                     PIC X.
           05 IN-HORAS                    PIC 9(2)V99.
           05 IN-PERIODO                  PIC 9(6).

       FD  REPO-R1-INCIDENCIAS
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD STANDARD.

       01  R1-INCIDENCIAS                 PIC X(100).

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

      *---
      *La captura se ordena por trabajador y fecha, con el tipo de
      *mayor a menor: los dias no laborados quedan antes que las
      *horas extra del mismo dia.
      *---
       SD  ARCH-SI-ORDENA.
       01 SI-INCIDENCIA.
           05 SI-NO-TRAB                 PIC X(6).
           05 SI-FECHA                   PIC X(6).
           05 SI-FECHA-R REDEFINES SI-FECHA.
               10 SI-AAMM                PIC X(4).
               10 SI-DD                  PIC XX.
           05 SI-TIPO                    PIC X.
           05 SI-HORAS                   PIC X(4).
           05 SI-HORAS-N REDEFINES SI-HORAS
                                         PIC 9(2)V99.

       FD  ARCH-WK-REPORTE-TRB
           LABEL RECORD STANDARD.

       01 WK-INCIDENCIA.
           05 WK-GPO                     PIC XX.
           05 WK-EMP                     PIC XXX.
           05 WK-PTA                     PIC XXX.
           05 WK-DPTO                    PIC X(6).
           05 WK-ESTADO                  PIC X.
           05 WK-NO-TRAB                 PIC X(6).
           05 WK-FECHA                   PIC X(6).
           05 WK-TIPO                    PIC X.
           05 WK-HORAS                   PIC X(4).
           05 WK-NOMBRE                  PIC X(30).
           05 WK-DESC-DPTO               PIC X(30).
           05 WK-CAUSA                   PIC X(22).

      *---
      *Por departamento: primero las aceptadas y despues las
      *rechazadas, cada grupo por trabajador y fecha.
      *---
       SD  ARCH-SR-ORDENA-REP.
       01 SR-INCIDENCIA.
           05 SR-GPO                     PIC XX.
           05 SR-EMP                     PIC XXX.
           05 SR-PTA                     PIC XXX.
           05 SR-DPTO                    PIC X(6).
           05 SR-ESTADO                  PIC X.
           05 SR-NO-TRAB                 PIC X(6).
           05 SR-FECHA                   PIC X(6).
           05 SR-TIPO                    PIC X.
           05 SR-HORAS                   PIC X(4).
           05 SR-HORAS-N REDEFINES SR-HORAS
                                         PIC 9(2)V99.
           05 SR-NOMBRE                  PIC X(30).
           05 SR-DESC-DPTO               PIC X(30).
           05 SR-CAUSA                   PIC X(22).

       WORKING-STORAGE SECTION.
      *---
      *   Switches
      *---
       01  S000-ESTADOS.
           05  S000-FINARCHCAP            PIC 9.
           05  S000-ESTADOARCHCAP         PIC X.
           05  S003-FINARCHFECHAPROC      PIC 9.
           05  S000-ESTADOARCHFECHAPROC   PIC X.
           05  S000-ESTADOARCHEMP         PIC X.
           05  S000-ESTADOARCHORG         PIC X.
           05  S000-ESTADOARCHINC         PIC X.
           05  S000-ESTADOARCHWK          PIC X.
           05  S000-ESTADOREPO            PIC X.
           05  S000-ESTADOARCHCM          PIC X.
           05  S025-FINARCHSI             PIC 9.
           05  S040-FINARCHSR             PIC 9.
           05  S030-EMP-EXISTE            PIC X.
           05  S030-DIA-CUBIERTO          PIC X.
           05  S033-DPTO-ACTIVO           PIC X.

      *---
      *   Constantes
      *---
       01  W000-CTES.
           05  W000-PROG                  PIC X(8)
                                      VALUE 'P-APL165'.
           05  W000-UT-S-DIR-CAPTURA      PIC X(20)
                                      VALUE 'CapturaIncidenc.dat'.
           05  W000-UT-S-DIR-FECHAPROC    PIC X(20)
                                      VALUE 'FechaProceso.dat'.
           05  W000-UT-S-DIR-EMP          PIC X(20)
                                      VALUE 'ArchEmpleados.dat'.
           05  W000-UT-S-DIR-CATORG       PIC X(20)
                                      VALUE 'CatOrganizacion.dat'.
           05  W000-UT-S-DIR-INCIDENCIAS  PIC X(20)
                                      VALUE 'IncidenciasNom.dat'.
           05  W000-UT-S-DIR-SALIDA       PIC X(20)
                                      VALUE 'ReporteIncidenc.txt'.
           05  W000-UT-S-DIR-MONITOR      PIC X(20)
                                      VALUE 'CifrasControl.txt'.
           05  W000-UT-S-DIR-ORDENA       PIC X(20)
                                      VALUE 'OrdenaIncidenc.tmp'.
           05  W000-UT-S-DIR-REPORTE-TRB  PIC X(20)
                                      VALUE 'ReporteIncidenc.tmp'.
           05  W000-UT-S-DIR-ORDENA-REP   PIC X(20)
                                      VALUE 'OrdenaRepIncid.tmp'.
      *---
      *Horas extra que se aceptan como razonables en un solo dia.
      *---
           05  W000-MAX-HORAS-DIA         PIC 9(2)V99
                                      VALUE 12.

      *---
      *   Fecha de la corrida (AAAAMMDD)
      *---
       01  W000-FECHA-CORRIDA             PIC 9(8).
       01  W000-FECHA-CORRIDA-R REDEFINES W000-FECHA-CORRIDA.
           05  W000-ANIO-CORRIDA          PIC 9(4).
           05  W000-MES-CORRIDA           PIC 9(2).
           05  W000-DIA-CORRIDA           PIC 9(2).

      *---
      *Periodo de la nomina: el mes de la fecha de proceso. Las
      *incidencias traen fecha AAMMDD y se comparan contra el anio
      *y mes de dos digitos.
      *---
       01  W005-PERIODO                   PIC 9(6).
       01  W005-PERIODO-R REDEFINES W005-PERIODO.
           05  W005-SIGLO-PERIODO         PIC 99.
           05  W005-AAMM-PERIODO.
               10  W005-AA-PERIODO        PIC 99.
               10  W005-MM-PERIODO        PIC 99.

      *---
      *Fechas de la incidencia en curso y del ingreso del
      *trabajador, completas con el siglo; un ingreso con anio mayor
      *al del periodo es del siglo anterior.
      *---
       01 W034-FECHA-INC.
           05 W034-SIGLO-INC              PIC 99.
           05 W034-CORTA-INC              PIC 9(6).
       01 W034-FECHA-INC-N REDEFINES W034-FECHA-INC
                                          PIC 9(8).

       01 W034-FECHA-ING.
           05 W034-SIGLO-ING              PIC 99.
           05 W034-CORTA-ING.
               10 W034-AA-ING             PIC 99.
               10 W034-MMDD-ING           PIC 9(4).
       01 W034-FECHA-ING-N REDEFINES W034-FECHA-ING
                                          PIC 9(8).

      *---
      *Ultima incidencia aceptada, para rechazar las repetidas
      *---
       01 W036-ANTERIOR.
           05 W036-NO-TRAB                PIC X(6).
           05 W036-FECHA                  PIC X(6).
           05 W036-TIPO                   PIC X.

      *---
      *Causa de rechazo de la incidencia en curso
      *---
       01 W030-CAUSA                      PIC X(22).

      *---
      *   Identidades
      *---
       01 I010-ID-PROC.
           05 I010-ID-PROC-DPTO.
               10 I010-GPO                PIC XX.
               10 I010-EMP                PIC XXX.
               10 I010-PTA                PIC XXX.
               10 I010-DPTO               PIC X(6).

       01 I040-SR-ID-LEI.
           05 I040-SR-ID-DPTO.
               10 I040-SR-GPO             PIC XX.
               10 I040-SR-EMP             PIC XXX.
               10 I040-SR-PTA             PIC XXX.
               10 I040-SR-DPTO            PIC X(6).

      *---
      *Acumuladores por departamento y de la compania
      *---
       01 A020-ACUM-DPTO.
           05 A020-FALTAS-DPTO            PIC S9(5).
           05 A020-PERMISOS-DPTO          PIC S9(5).
           05 A020-INCAPACIDAD-DPTO       PIC S9(5).
           05 A020-HORAS-DPTO             PIC S9(5)V99.
           05 A020-RECHAZADAS-DPTO        PIC S9(5).

       01 A002-ACUM-CIA.
           05 A002-FALTAS-CIA             PIC S9(7).
           05 A002-PERMISOS-CIA           PIC S9(7).
           05 A002-INCAPACIDAD-CIA        PIC S9(7).
           05 A002-HORAS-CIA              PIC S9(7)V99.
           05 A002-RECHAZADAS-CIA         PIC S9(7).
           05 A002-DPTOS-CIA              PIC S9(7).

      *---
      *Cifras de control
      *---
       01 A990-CIFRAS-CONTROL.
           05 A990-CAPTURA-LEIDA          PIC S9(9).
           05 A990-ACEPTADAS              PIC S9(9).
           05 A990-RECHAZADAS             PIC S9(9).
           05 A990-TIPO-INVALIDO          PIC S9(9).
           05 A990-FECHA-INVALIDA         PIC S9(9).
           05 A990-FUERA-PERIODO          PIC S9(9).
           05 A990-HORAS-INVALIDAS        PIC S9(9).
           05 A990-SIN-TRABAJADOR         PIC S9(9).
           05 A990-DPTO-INACTIVO          PIC S9(9).
           05 A990-ANTES-INGRESO          PIC S9(9).
           05 A990-DUPLICADAS             PIC S9(9).

      *---
      *Variables del reporte
      *---
       01 R1-VARS.
           05 R1-NUM-HOJA                 PIC S9(9)       VALUE 0.
           05 R1-NUM-LIN                  PIC S9(9).
           05 R1-MAX-LIN                  PIC S9(9)       VALUE +50.

      *---
      *Lineas de titulo; cada departamento empieza hoja
      *---
       01 R1-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 FILLER                      PIC X(40)       VALUE
           "INCIDENCIAS DEL PERIODO PARA LA NOMINA".
           05 FILLER                      PIC X(7)        VALUE
           " FECHA ".
           05 R1-05-FECHA                 PIC 9(8).
           05 FILLER                      PIC X(30)       VALUE SPACES.

       01 R1-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                      PIC X(9).
           05 FILLER                      PIC X(22)       VALUE
           "PERIODO               ".
           05 R1-10-PERIODO               PIC 9(6).
           05 FILLER                      PIC X(20)       VALUE SPACES.
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R1-10-PAGNU                 PIC Z(4).
           05 FILLER                      PIC X(10)       VALUE SPACES.

       01 R1-15-ENCABEZADOS-TERCERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 FILLER                      PIC X(14)       VALUE
           "DEPARTAMENTO  ".
           05 R1-15-GPO                   PIC XX.
           05 FILLER                      PIC X           VALUE "/".
           05 R1-15-EMP                   PIC XXX.
           05 FILLER                      PIC X           VALUE "/".
           05 R1-15-PTA                   PIC XXX.
           05 FILLER                      PIC X           VALUE "/".
           05 R1-15-DPTO                  PIC X(6).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-15-DESCRIPCION           PIC X(30).
           05 FILLER                      PIC X(36)       VALUE SPACES.

       01 R1-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(8)        VALUE
           "NO.TRAB".
           05 FILLER                      PIC X(31)       VALUE
           "NOMBRE".
           05 FILLER                      PIC X(8)        VALUE
           "FECHA".
           05 FILLER                      PIC X(23)       VALUE
           "INCIDENCIA".
           05 FILLER                      PIC X(6)        VALUE
           " HORAS".
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(20)       VALUE
           "RECHAZO".

      *---
      *Una incidencia capturada
      *---
       01 R1-25-LINEA-INCIDENCIA.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-NO-TRAB               PIC X(6).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-NOMBRE                PIC X(30).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-FECHA                 PIC X(6).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-TIPO                  PIC X.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-DESCRIPCION           PIC X(21).
           05 R1-25-HORAS                 PIC ZZ9.99
                                          BLANK WHEN ZERO.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-CAUSA                 PIC X(20).

       01 R1-28-LINEA-TITULO.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-28-TITULO                PIC X(40).
           05 FILLER                      PIC X(58)       VALUE SPACES.

      *---
      *Totales del departamento o de la compania
      *---
       01 R1-30-LINEA-TOTAL.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-30-DESCRIPCION           PIC X(40).
           05 R1-30-HORAS                 PIC ZZZ,ZZ9.99.
           05 R1-30-CUENTA REDEFINES R1-30-HORAS
                                          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X(48)       VALUE SPACES.

       01 R1-40-LINEA-FIRMA.
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 FILLER                      PIC X(30)       VALUE
           "______________________________".
           05 FILLER                      PIC X(8)        VALUE SPACES.
           05 FILLER                      PIC X(30)       VALUE
           "______________________________".
           05 FILLER                      PIC X(26)       VALUE SPACES.

       01 R1-45-LINEA-FIRMA-PIE.
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 FILLER                      PIC X(30)       VALUE
           "   SUPERVISOR DEL DEPTO".
           05 FILLER                      PIC X(8)        VALUE SPACES.
           05 FILLER                      PIC X(30)       VALUE
           "   FECHA DE REVISION".
           05 FILLER                      PIC X(26)       VALUE SPACES.

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
           MOVE 1 TO S000-ESTADOARCHCAP.
           MOVE 1 TO S000-ESTADOARCHEMP.
           MOVE 1 TO S000-ESTADOARCHORG.
           MOVE 1 TO S000-ESTADOARCHINC.
           MOVE 1 TO S000-ESTADOARCHWK.
           MOVE 1 TO S000-ESTADOREPO.
           MOVE ZEROS TO A990-CIFRAS-CONTROL.
           MOVE ZEROS TO A002-ACUM-CIA.
           PERFORM 003-FECHA-PROCESO.
       000-0150-ABRE.
           OPEN INPUT ARCH-AE-ARCHIVO-EMP.
           MOVE 0 TO S000-ESTADOARCHEMP.
           OPEN INPUT ARCH-OR-CAT-ORGANIZACION.
           MOVE 0 TO S000-ESTADOARCHORG.
           OPEN OUTPUT ARCH-IN-INCIDENCIAS.
           MOVE 0 TO S000-ESTADOARCHINC.
           OPEN OUTPUT ARCH-WK-REPORTE-TRB.
           MOVE 0 TO S000-ESTADOARCHWK.
       000-0200-VALIDA.
           SORT ARCH-SI-ORDENA
               ON ASCENDING KEY SI-NO-TRAB SI-FECHA
               ON DESCENDING KEY SI-TIPO
               INPUT PROCEDURE 020-EXTRAE
               OUTPUT PROCEDURE 025-VALIDA.
           CLOSE ARCH-AE-ARCHIVO-EMP.
           MOVE 1 TO S000-ESTADOARCHEMP.
           CLOSE ARCH-OR-CAT-ORGANIZACION.
           MOVE 1 TO S000-ESTADOARCHORG.
           CLOSE ARCH-IN-INCIDENCIAS.
           MOVE 1 TO S000-ESTADOARCHINC.
           CLOSE ARCH-WK-REPORTE-TRB.
           MOVE 1 TO S000-ESTADOARCHWK.
       000-0300-REPORTA.
           OPEN OUTPUT REPO-R1-INCIDENCIAS.
           MOVE 0 TO S000-ESTADOREPO.
           MOVE 0 TO R1-NUM-HOJA.
           MOVE R1-MAX-LIN TO R1-NUM-LIN.
           MOVE W000-PROG TO R1-05-CONSPRO.
           MOVE W000-FECHA-CORRIDA TO R1-05-FECHA.
           MOVE W005-PERIODO TO R1-10-PERIODO.
           SORT ARCH-SR-ORDENA-REP
               ON ASCENDING KEY SR-GPO SR-EMP SR-PTA SR-DPTO SR-ESTADO
                                SR-NO-TRAB SR-FECHA SR-TIPO
               USING ARCH-WK-REPORTE-TRB
               OUTPUT PROCEDURE 040-REPORTA.
           PERFORM 090-ESCRIBE-TOTALES.
           IF A990-RECHAZADAS > ZERO THEN
               DISPLAY W000-PROG '  HAY INCIDENCIAS RECHAZADAS, VER '
      -        'EL REPORTE'
               MOVE 4 TO RETURN-CODE
               END-IF.
       000-0400-TERMINA.
           CLOSE REPO-R1-INCIDENCIAS.
           MOVE 1 TO S000-ESTADOREPO.
           PERFORM 990-CIFRAS-CONTROL.
       000-9900-FIN.
           GOBACK.

      *---
      *Toma la fecha de negocio del ciclo de FechaProceso.dat; sin
      *el archivo se usa la fecha del sistema. El periodo es su mes;
      *una fecha con mes fuera de 01-12 termina la corrida con 16.
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
               MOVE FUNCTION CURRENT-DATE(1:8) TO W000-FECHA-CORRIDA
               ELSE
               MOVE FP-FECHA TO W000-FECHA-CORRIDA.
       003-0200-CIERRA.
           CLOSE ARCH-FP-ARCHIVO-FECHAPROC.
           MOVE 1 TO S000-ESTADOARCHFECHAPROC.
       003-0300-PERIODO.
           IF W000-MES-CORRIDA < 1 OR W000-MES-CORRIDA > 12 THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  FECHA DE PROCESO INVALIDA: '
                   W000-FECHA-CORRIDA
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA
               END-IF.
           COMPUTE W005-PERIODO = W000-ANIO-CORRIDA * 100
               + W000-MES-CORRIDA.
       003-9900-FIN.
       EXIT.

       020-EXTRAE SECTION.
       020-0100-INICIO.
           OPEN INPUT ARCH-IC-CAPTURA.
           MOVE 0 TO S000-FINARCHCAP.
           MOVE 0 TO S000-ESTADOARCHCAP.
       020-0200-EXTRAE.
           PERFORM 022-LEE-Y-LIBERA UNTIL S000-FINARCHCAP = 1.
           CLOSE ARCH-IC-CAPTURA.
           MOVE 1 TO S000-ESTADOARCHCAP.
       020-9900-FIN.
       EXIT.

       022-LEE-Y-LIBERA SECTION.
       022-0100-LEE.
           READ ARCH-IC-CAPTURA AT END MOVE 1 TO S000-FINARCHCAP.
           IF S000-FINARCHCAP NOT = 1 THEN
               ADD 1 TO A990-CAPTURA-LEIDA
               MOVE IC-NO-TRAB TO SI-NO-TRAB
               MOVE IC-FECHA TO SI-FECHA
               MOVE IC-TIPO TO SI-TIPO
               MOVE IC-HORAS TO SI-HORAS
               RELEASE SI-INCIDENCIA
               END-IF.
       022-9900-FIN.
       EXIT.

       025-VALIDA SECTION.
       025-0100-INICIO.
           MOVE 0 TO S025-FINARCHSI.
           MOVE SPACES TO W036-ANTERIOR.
           MOVE 'N' TO S030-DIA-CUBIERTO.
           PERFORM 039-LEE-ORDENADO.
       025-0200-PROCESA.
           PERFORM 030-VALIDA-INCIDENCIA UNTIL S025-FINARCHSI = 1.
       025-9900-FIN.
       EXIT.

      *---
      *Valida una incidencia capturada: tipo, fecha dentro del
      *periodo, horas del tiempo extra, trabajador en el maestro,
      *su departamento activo en el catalogo, fecha no anterior al
      *ingreso y que no se repita. La primera causa que falla es la
      *del rechazo. Toda incidencia pasa al reporte.
      *---
       030-VALIDA-INCIDENCIA SECTION.
       030-0100-FORMATO.
           MOVE SPACES TO W030-CAUSA.
           MOVE SPACES TO WK-INCIDENCIA.
           IF SI-TIPO NOT = 'F' AND SI-TIPO NOT = 'P'
              AND SI-TIPO NOT = 'I' AND SI-TIPO NOT = 'E' THEN
               MOVE 'TIPO INVALIDO' TO W030-CAUSA
               ADD 1 TO A990-TIPO-INVALIDO
               END-IF.
           IF W030-CAUSA = SPACES THEN
               PERFORM 034-VALIDA-FECHA
               END-IF.
           IF W030-CAUSA = SPACES AND SI-AAMM NOT = W005-AAMM-PERIODO
           THEN
               MOVE 'FUERA DEL PERIODO' TO W030-CAUSA
               ADD 1 TO A990-FUERA-PERIODO
               END-IF.
           IF W030-CAUSA = SPACES AND SI-TIPO = 'E' THEN
               IF SI-HORAS IS NOT NUMERIC THEN
                   MOVE 'HORAS INVALIDAS' TO W030-CAUSA
                   ADD 1 TO A990-HORAS-INVALIDAS
                   ELSE
                   IF SI-HORAS-N = ZERO
                      OR SI-HORAS-N > W000-MAX-HORAS-DIA THEN
                       MOVE 'HORAS INVALIDAS' TO W030-CAUSA
                       ADD 1 TO A990-HORAS-INVALIDAS
                       END-IF
                   END-IF
               END-IF.
       030-0200-TRABAJADOR.
           PERFORM 032-BUSCA-EMPLEADO.
           IF W030-CAUSA = SPACES AND S030-EMP-EXISTE NOT = 'S' THEN
               MOVE 'TRABAJADOR NO EXISTE' TO W030-CAUSA
               ADD 1 TO A990-SIN-TRABAJADOR
               END-IF.
           IF S030-EMP-EXISTE = 'S' THEN
               PERFORM 033-VALIDA-DPTO
               END-IF.
           IF W030-CAUSA = SPACES THEN
               PERFORM 035-VALIDA-INGRESO
               END-IF.
           IF W030-CAUSA = SPACES THEN
               PERFORM 036-REVISA-REPETIDA
               END-IF.
       030-0300-ESCRIBE.
           MOVE SI-NO-TRAB TO WK-NO-TRAB.
           MOVE SI-FECHA TO WK-FECHA.
           MOVE SI-TIPO TO WK-TIPO.
           MOVE SI-HORAS TO WK-HORAS.
           IF W030-CAUSA = SPACES THEN
               PERFORM 038-ESCRIBE-ACEPTADA
               ELSE
                   MOVE 'R' TO WK-ESTADO
                   MOVE W030-CAUSA TO WK-CAUSA
                   ADD 1 TO A990-RECHAZADAS
                   END-IF.
           WRITE WK-INCIDENCIA.
       030-0400-LEE.
           PERFORM 039-LEE-ORDENADO.
       030-9900-FIN.
       EXIT.

      *---
      *Lee al trabajador en el maestro; si existe, su adscripcion y
      *nombre van al reporte aunque la incidencia se rechace.
      *---
       032-BUSCA-EMPLEADO SECTION.
       032-0100-LEE.
           MOVE SI-NO-TRAB TO AI-NO-TRAB.
           READ ARCH-AE-ARCHIVO-EMP
               INVALID KEY
                   MOVE 'N' TO S030-EMP-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO S030-EMP-EXISTE
           END-READ.
           IF S030-EMP-EXISTE = 'S' THEN
               MOVE AI-GPO TO WK-GPO
               MOVE AI-EMP TO WK-EMP
               MOVE AI-PTA TO WK-PTA
               MOVE AI-DPTO TO WK-DPTO
               MOVE AI-NOMBRE TO WK-NOMBRE
               END-IF.
       032-9900-FIN.
       EXIT.

      *---
      *El departamento del trabajador debe existir y estar activo en
      *el catalogo de organizacion. Su descripcion va al reporte
      *aunque la incidencia ya venga rechazada por otra causa.
      *---
       033-VALIDA-DPTO SECTION.
       033-0100-BUSCA.
           MOVE AI-GPO TO OR-GPO.
           MOVE AI-EMP TO OR-EMP.
           MOVE AI-PTA TO OR-PTA.
           MOVE AI-DPTO TO OR-DPTO.
           MOVE 'S' TO S033-DPTO-ACTIVO.
           READ ARCH-OR-CAT-ORGANIZACION
               INVALID KEY
                   MOVE 'N' TO S033-DPTO-ACTIVO
               NOT INVALID KEY
                   MOVE OR-DESCRIPCION TO WK-DESC-DPTO
                   IF OR-ACTIVO NOT = 'A' THEN
                       MOVE 'N' TO S033-DPTO-ACTIVO
                       END-IF
           END-READ.
           IF W030-CAUSA = SPACES AND S033-DPTO-ACTIVO = 'N' THEN
               MOVE 'DPTO NO ACTIVO' TO W030-CAUSA
               ADD 1 TO A990-DPTO-INACTIVO
               END-IF.
       033-9900-FIN.
       EXIT.

      *---
      *La fecha AAMMDD se completa con el siglo del periodo para
      *validarla como fecha de calendario.
      *---
       034-VALIDA-FECHA SECTION.
       034-0100-VALIDA.
           IF SI-FECHA IS NOT NUMERIC THEN
               MOVE 'FECHA INVALIDA' TO W030-CAUSA
               ADD 1 TO A990-FECHA-INVALIDA
               ELSE
                   MOVE W005-SIGLO-PERIODO TO W034-SIGLO-INC
                   MOVE SI-FECHA TO W034-CORTA-INC
                   IF FUNCTION TEST-DATE-YYYYMMDD(W034-FECHA-INC-N)
                      NOT = ZERO THEN
                       MOVE 'FECHA INVALIDA' TO W030-CAUSA
                       ADD 1 TO A990-FECHA-INVALIDA
                       END-IF
                   END-IF.
       034-9900-FIN.
       EXIT.

      *---
      *La incidencia no puede ser anterior a la fecha de ingreso
      *del trabajador.
      *---
       035-VALIDA-INGRESO SECTION.
       035-0100-COMPARA.
           IF AI-FECHA-ING IS NUMERIC THEN
               MOVE AI-FECHA-ING TO W034-CORTA-ING
               IF W034-AA-ING > W005-AA-PERIODO THEN
                   COMPUTE W034-SIGLO-ING = W005-SIGLO-PERIODO - 1
                   ELSE
                       MOVE W005-SIGLO-PERIODO TO W034-SIGLO-ING
                       END-IF
               IF W034-FECHA-INC-N < W034-FECHA-ING-N THEN
                   MOVE 'ANTERIOR AL INGRESO' TO W030-CAUSA
                   ADD 1 TO A990-ANTES-INGRESO
                   END-IF
               END-IF.
       035-9900-FIN.
       EXIT.

      *---
      *La captura viene ordenada por trabajador, fecha y tipo de
      *mayor a menor. Se rechaza la misma llave repetida, un segundo
      *dia no laborado en la misma fecha y horas extra en un dia no
      *laborado.
      *---
       036-REVISA-REPETIDA SECTION.
       036-0100-COMPARA.
           IF SI-NO-TRAB NOT = W036-NO-TRAB
              OR SI-FECHA NOT = W036-FECHA THEN
               MOVE 'N' TO S030-DIA-CUBIERTO
               ELSE
                   IF SI-TIPO = W036-TIPO THEN
                       MOVE 'DUPLICADA' TO W030-CAUSA
                       ELSE
                       IF S030-DIA-CUBIERTO = 'S' THEN
                           IF SI-TIPO = 'E' THEN
                               MOVE 'DIA NO LABORADO' TO W030-CAUSA
                               ELSE
                                   MOVE 'DIA YA CAPTURADO' TO
                                       W030-CAUSA
                                   END-IF
                           END-IF
                       END-IF
                   END-IF.
           IF W030-CAUSA NOT = SPACES THEN
               ADD 1 TO A990-DUPLICADAS
               END-IF.
       036-9900-FIN.
       EXIT.

       038-ESCRIBE-ACEPTADA SECTION.
       038-0100-ESCRIBE.
           MOVE SI-NO-TRAB TO IN-NO-TRAB.
           MOVE SI-FECHA TO IN-FECHA.
           MOVE SI-TIPO TO IN-TIPO.
           IF SI-TIPO = 'E' THEN
               MOVE SI-HORAS-N TO IN-HORAS
               ELSE
                   MOVE ZERO TO IN-HORAS
                   END-IF.
           MOVE W005-PERIODO TO IN-PERIODO.
           WRITE IN-INCIDENCIA.
           ADD 1 TO A990-ACEPTADAS.
           MOVE 'A' TO WK-ESTADO.
       038-0200-ANTERIOR.
           MOVE SI-NO-TRAB TO W036-NO-TRAB.
           MOVE SI-FECHA TO W036-FECHA.
           MOVE SI-TIPO TO W036-TIPO.
           IF SI-TIPO NOT = 'E' THEN
               MOVE 'S' TO S030-DIA-CUBIERTO
               END-IF.
       038-9900-FIN.
       EXIT.

       039-LEE-ORDENADO SECTION.
       039-0100-LEE.
           RETURN ARCH-SI-ORDENA AT END MOVE 1 TO S025-FINARCHSI.
       039-9900-FIN.
       EXIT.

       040-REPORTA SECTION.
       040-0100-INICIO.
           MOVE 0 TO S040-FINARCHSR.
           MOVE LOW-VALUES TO I040-SR-ID-LEI.
           PERFORM 070-LEE-REG.
       040-0200-PROCESA.
           PERFORM 045-PROC-DPTO UNTIL S040-FINARCHSR = 1.
       040-9900-FIN.
       EXIT.

      *---
      *Una hoja por departamento con sus incidencias, los dias y
      *horas aceptados y la firma del supervisor. Las rechazadas de
      *trabajadores que no estan en el maestro salen juntas sin
      *departamento.
      *---
       045-PROC-DPTO SECTION.
       045-0100-INICIO.
           MOVE I040-SR-ID-DPTO TO I010-ID-PROC-DPTO.
           MOVE ZEROS TO A020-ACUM-DPTO.
           MOVE I010-GPO TO R1-15-GPO.
           MOVE I010-EMP TO R1-15-EMP.
           MOVE I010-PTA TO R1-15-PTA.
           MOVE I010-DPTO TO R1-15-DPTO.
           IF I010-ID-PROC-DPTO = SPACES THEN
               MOVE 'SIN ADSCRIPCION' TO R1-15-DESCRIPCION
               ELSE
                   MOVE SR-DESC-DPTO TO R1-15-DESCRIPCION
                   END-IF.
           PERFORM 110-ENCABEZADOS.
       045-0200-PROC-DPTO.
           PERFORM 050-PROC-INCIDENCIA
               UNTIL I010-ID-PROC-DPTO NOT = I040-SR-ID-DPTO.
       045-0300-TOTALES.
           PERFORM 055-ESCRIBE-TOTALES-DPTO.
           ADD A020-FALTAS-DPTO TO A002-FALTAS-CIA.
           ADD A020-PERMISOS-DPTO TO A002-PERMISOS-CIA.
           ADD A020-INCAPACIDAD-DPTO TO A002-INCAPACIDAD-CIA.
           ADD A020-HORAS-DPTO TO A002-HORAS-CIA.
           ADD A020-RECHAZADAS-DPTO TO A002-RECHAZADAS-CIA.
           ADD 1 TO A002-DPTOS-CIA.
       045-9900-FIN.
       EXIT.

       050-PROC-INCIDENCIA SECTION.
       050-0100-ARMA.
           MOVE SR-NO-TRAB TO R1-25-NO-TRAB.
           MOVE SR-NOMBRE TO R1-25-NOMBRE.
           MOVE SR-FECHA TO R1-25-FECHA.
           MOVE SR-TIPO TO R1-25-TIPO.
           MOVE SPACES TO R1-25-DESCRIPCION.
           MOVE ZERO TO R1-25-HORAS.
           IF SR-TIPO = 'F' THEN
               MOVE 'FALTA' TO R1-25-DESCRIPCION
               END-IF.
           IF SR-TIPO = 'P' THEN
               MOVE 'PERMISO SIN GOCE' TO R1-25-DESCRIPCION
               END-IF.
           IF SR-TIPO = 'I' THEN
               MOVE 'INCAPACIDAD' TO R1-25-DESCRIPCION
               END-IF.
           IF SR-TIPO = 'E' THEN
               MOVE 'HORAS EXTRA' TO R1-25-DESCRIPCION
               IF SR-HORAS IS NUMERIC THEN
                   MOVE SR-HORAS-N TO R1-25-HORAS
                   END-IF
               END-IF.
           MOVE SR-CAUSA TO R1-25-CAUSA.
       050-0200-ACUMULA.
           IF SR-ESTADO = 'R' THEN
               ADD 1 TO A020-RECHAZADAS-DPTO
               ELSE
               IF SR-TIPO = 'F' THEN
                   ADD 1 TO A020-FALTAS-DPTO
                   END-IF
               IF SR-TIPO = 'P' THEN
                   ADD 1 TO A020-PERMISOS-DPTO
                   END-IF
               IF SR-TIPO = 'I' THEN
                   ADD 1 TO A020-INCAPACIDAD-DPTO
                   END-IF
               IF SR-TIPO = 'E' THEN
                   ADD SR-HORAS-N TO A020-HORAS-DPTO
                   END-IF
               END-IF.
       050-0300-ESCRIBE.
           IF (R1-NUM-LIN + 1)>R1-MAX-LIN THEN
               PERFORM 110-ENCABEZADOS
               END-IF.
           WRITE R1-INCIDENCIAS FROM R1-25-LINEA-INCIDENCIA AFTER 1.
           ADD 1 TO R1-NUM-LIN.
       050-0400-LEE.
           PERFORM 070-LEE-REG.
       050-9900-FIN.
       EXIT.

      *---
      *Dias y horas aceptados del departamento, rechazadas y la
      *firma del supervisor que revisa la captura.
      *---
       055-ESCRIBE-TOTALES-DPTO SECTION.
       055-0100-HOJA.
           IF (R1-NUM-LIN + 18)>R1-MAX-LIN THEN
               PERFORM 110-ENCABEZADOS
               END-IF.
       055-0200-TOTALES.
           MOVE 'TOTAL DEL DEPARTAMENTO' TO R1-28-TITULO.
           WRITE R1-INCIDENCIAS FROM R1-28-LINEA-TITULO AFTER 2.
           MOVE 'DIAS DE FALTA' TO R1-30-DESCRIPCION.
           MOVE A020-FALTAS-DPTO TO R1-30-CUENTA.
           WRITE R1-INCIDENCIAS FROM R1-30-LINEA-TOTAL AFTER 2.
           MOVE 'DIAS DE PERMISO SIN GOCE' TO R1-30-DESCRIPCION.
           MOVE A020-PERMISOS-DPTO TO R1-30-CUENTA.
           WRITE R1-INCIDENCIAS FROM R1-30-LINEA-TOTAL AFTER 1.
           MOVE 'DIAS DE INCAPACIDAD' TO R1-30-DESCRIPCION.
           MOVE A020-INCAPACIDAD-DPTO TO R1-30-CUENTA.
           WRITE R1-INCIDENCIAS FROM R1-30-LINEA-TOTAL AFTER 1.
           MOVE 'HORAS EXTRA' TO R1-30-DESCRIPCION.
           MOVE A020-HORAS-DPTO TO R1-30-HORAS.
           WRITE R1-INCIDENCIAS FROM R1-30-LINEA-TOTAL AFTER 1.
           MOVE 'INCIDENCIAS RECHAZADAS' TO R1-30-DESCRIPCION.
           MOVE A020-RECHAZADAS-DPTO TO R1-30-CUENTA.
           WRITE R1-INCIDENCIAS FROM R1-30-LINEA-TOTAL AFTER 1.
       055-0300-FIRMA.
           WRITE R1-INCIDENCIAS FROM R1-40-LINEA-FIRMA AFTER 5.
           WRITE R1-INCIDENCIAS FROM R1-45-LINEA-FIRMA-PIE AFTER 1.
           ADD 18 TO R1-NUM-LIN.
       055-9900-FIN.
       EXIT.

       070-LEE-REG SECTION.
       070-0100-LEE.
           RETURN ARCH-SR-ORDENA-REP AT END MOVE 1 TO S040-FINARCHSR.
           IF S040-FINARCHSR = 1 THEN
               MOVE HIGH-VALUES TO I040-SR-ID-LEI
               ELSE
                   MOVE SR-GPO TO I040-SR-GPO
                   MOVE SR-EMP TO I040-SR-EMP
                   MOVE SR-PTA TO I040-SR-PTA
                   MOVE SR-DPTO TO I040-SR-DPTO
                   END-IF.
       070-9900-FIN.
       EXIT.

      *---
      *Hoja final con los totales de la compania
      *---
       090-ESCRIBE-TOTALES SECTION.
       090-0100-ENCABEZA.
           MOVE SPACES TO R1-15-GPO R1-15-EMP R1-15-PTA R1-15-DPTO.
           MOVE 'TOTAL COMPANIA' TO R1-15-DESCRIPCION.
           PERFORM 110-ENCABEZADOS.
       090-0200-ESCRIBE.
           MOVE 'INCIDENCIAS CAPTURADAS' TO R1-30-DESCRIPCION.
           MOVE A990-CAPTURA-LEIDA TO R1-30-CUENTA.
           WRITE R1-INCIDENCIAS FROM R1-30-LINEA-TOTAL AFTER 2.
           MOVE 'INCIDENCIAS ACEPTADAS PARA LA NOMINA' TO
               R1-30-DESCRIPCION.
           MOVE A990-ACEPTADAS TO R1-30-CUENTA.
           WRITE R1-INCIDENCIAS FROM R1-30-LINEA-TOTAL AFTER 1.
           MOVE 'INCIDENCIAS RECHAZADAS' TO R1-30-DESCRIPCION.
           MOVE A990-RECHAZADAS TO R1-30-CUENTA.
           WRITE R1-INCIDENCIAS FROM R1-30-LINEA-TOTAL AFTER 1.
           MOVE 'DEPARTAMENTOS' TO R1-30-DESCRIPCION.
           MOVE A002-DPTOS-CIA TO R1-30-CUENTA.
           WRITE R1-INCIDENCIAS FROM R1-30-LINEA-TOTAL AFTER 2.
           MOVE 'DIAS DE FALTA' TO R1-30-DESCRIPCION.
           MOVE A002-FALTAS-CIA TO R1-30-CUENTA.
           WRITE R1-INCIDENCIAS FROM R1-30-LINEA-TOTAL AFTER 2.
           MOVE 'DIAS DE PERMISO SIN GOCE' TO R1-30-DESCRIPCION.
           MOVE A002-PERMISOS-CIA TO R1-30-CUENTA.
           WRITE R1-INCIDENCIAS FROM R1-30-LINEA-TOTAL AFTER 1.
           MOVE 'DIAS DE INCAPACIDAD' TO R1-30-DESCRIPCION.
           MOVE A002-INCAPACIDAD-CIA TO R1-30-CUENTA.
           WRITE R1-INCIDENCIAS FROM R1-30-LINEA-TOTAL AFTER 1.
           MOVE 'HORAS EXTRA' TO R1-30-DESCRIPCION.
           MOVE A002-HORAS-CIA TO R1-30-HORAS.
           WRITE R1-INCIDENCIAS FROM R1-30-LINEA-TOTAL AFTER 1.
       090-9900-FIN.
       EXIT.

       110-ENCABEZADOS SECTION.
       110-0100-INICIO.
           ADD 1 TO R1-NUM-HOJA.
           MOVE R1-NUM-HOJA TO R1-10-PAGNU.
       110-0200-ESCRIBE-ENCABEZADOS.
           WRITE R1-INCIDENCIAS FROM R1-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R1-INCIDENCIAS FROM R1-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R1-INCIDENCIAS FROM R1-15-ENCABEZADOS-TERCERA-LINEA
           AFTER 2.
           WRITE R1-INCIDENCIAS FROM R1-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 7 TO R1-NUM-LIN.
       110-9900-FIN.
       EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHCAP = 0
           THEN
               CLOSE ARCH-IC-CAPTURA
               MOVE 1 TO S000-ESTADOARCHCAP.

           IF S000-ESTADOARCHEMP = 0
           THEN
               CLOSE ARCH-AE-ARCHIVO-EMP
               MOVE 1 TO S000-ESTADOARCHEMP.

           IF S000-ESTADOARCHORG = 0
           THEN
               CLOSE ARCH-OR-CAT-ORGANIZACION
               MOVE 1 TO S000-ESTADOARCHORG.

           IF S000-ESTADOARCHINC = 0
           THEN
               CLOSE ARCH-IN-INCIDENCIAS
               MOVE 1 TO S000-ESTADOARCHINC.

           IF S000-ESTADOARCHWK = 0
           THEN
               CLOSE ARCH-WK-REPORTE-TRB
               MOVE 1 TO S000-ESTADOARCHWK.

           IF S000-ESTADOREPO = 0
           THEN
               CLOSE REPO-R1-INCIDENCIAS
               MOVE 1 TO S000-ESTADOREPO.

           PERFORM 990-CIFRAS-CONTROL.
       980-9900-FIN.
           GOBACK.

       990-CIFRAS-CONTROL SECTION.
       990-0100-INICIO.
       DISPLAY W000-PROG '  INCIDENCIAS CAPTURADAS                 '
      -    '           ' A990-CAPTURA-LEIDA    .

       DISPLAY W000-PROG '  INCIDENCIAS ACEPTADAS                  '
      -    '           ' A990-ACEPTADAS        .

       DISPLAY W000-PROG '  INCIDENCIAS RECHAZADAS                 '
      -    '           ' A990-RECHAZADAS       .

       DISPLAY W000-PROG '    TIPO INVALIDO                        '
      -    '           ' A990-TIPO-INVALIDO    .

       DISPLAY W000-PROG '    FECHA INVALIDA                       '
      -    '           ' A990-FECHA-INVALIDA   .

       DISPLAY W000-PROG '    FUERA DEL PERIODO                    '
      -    '           ' A990-FUERA-PERIODO    .

       DISPLAY W000-PROG '    HORAS EXTRA INVALIDAS                '
      -    '           ' A990-HORAS-INVALIDAS  .

       DISPLAY W000-PROG '    TRABAJADOR NO EXISTE                 '
      -    '           ' A990-SIN-TRABAJADOR   .

       DISPLAY W000-PROG '    DEPARTAMENTO NO ACTIVO EN CATALOGO   '
      -    '           ' A990-DPTO-INACTIVO    .

       DISPLAY W000-PROG '    ANTERIOR AL INGRESO                  '
      -    '           ' A990-ANTES-INGRESO    .

       DISPLAY W000-PROG '    REPETIDAS                            '
      -    '           ' A990-DUPLICADAS       .

       990-0200-ESCRIBE-MONITOR.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG             TO R9-PROGRAMA.
           MOVE A990-CAPTURA-LEIDA    TO R9-LEIDOS.
           MOVE A990-ACEPTADAS        TO R9-PROCESADOS.
           MOVE A990-RECHAZADAS       TO R9-RECHAZADOS.
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
