       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTACIONPERSONAL.
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
           SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN TO
           W000-UT-S-DIR-FECHAPROC
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Parametro opcional: periodo a reportar y limites de rotacion
      *a partir de los cuales el departamento se senala para RH.
      *---
           SELECT OPTIONAL ARCH-PR-ARCHIVO-PARAM ASSIGN TO
           W000-UT-S-DIR-PARAM
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-AE-ARCHIVO-EMP ASSIGN TO
           W000-UT-S-DIR-EMP
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS SEQUENTIAL
                                           RECORD KEY IS AI-NO-TRAB.

      *---
      *Historias acumuladas de altas y de bajas que deja
      *MANTENIMIENTOEMP (P-APL130). Las transferencias vienen en la
      *de altas como tipo 'T', con el departamento de origen.
      *---
           SELECT OPTIONAL ARCH-AL-ARCHIVO-ALTAS ASSIGN TO
           W000-UT-S-DIR-ALTAS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-BJ-ARCHIVO-BAJAS ASSIGN TO
           W000-UT-S-DIR-BAJAS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-OR-CAT-ORGANIZACION ASSIGN TO
           W000-UT-S-DIR-CATORG
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS RANDOM
                                           RECORD KEY IS OR-LLAVE.
      *----
      *    ENTRADA/SALIDA
      *----
      *---
      *Plantilla y movimientos de cada departamento por mes; se lee
      *para la plantilla inicial y la rotacion de doce meses y se
      *reescribe con el mes reportado.
      *---
           SELECT OPTIONAL ARCH-HR-HISTORIA ASSIGN TO
           W000-UT-S-DIR-HISTORIA
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *----
      *    SALIDA
      *----
           SELECT REPO-R1-ROTACION ASSIGN TO
           W000-UT-S-DIR-SALIDA.

           SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN TO
           W000-UT-S-DIR-MONITOR.
      *----
      *    TRABAJO
      *----
           SELECT ARCH-SO-ORDENA ASSIGN TO
           W000-UT-S-DIR-ORDENA.

           SELECT ARCH-HN-HISTORIA-TRB ASSIGN TO
           W000-UT-S-DIR-HISTORIA-TRB
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FP-ARCHIVO-FECHAPROC
           LABEL RECORD STANDARD.
       01  FP-REGISTRO.
           05 FP-FECHA                    PIC X(8).

      *---
      *Periodo AAAAMM y limites en porcentaje con dos decimales; un
      *campo en blanco toma el valor por omision.
      *---
       FD  ARCH-PR-ARCHIVO-PARAM
           LABEL RECORD STANDARD.

       01 PR-PARAMETRO.
           05 PR-PERIODO                 PIC X(6).
           05 PR-PERIODO-N REDEFINES PR-PERIODO
                                         PIC 9(6).
           05 PR-LIMITE-MES              PIC X(5).
           05 PR-LIMITE-MES-N REDEFINES PR-LIMITE-MES
                                         PIC 9(3)V99.
           05 PR-LIMITE-ANUAL            PIC X(5).
           05 PR-LIMITE-ANUAL-N REDEFINES PR-LIMITE-ANUAL
                                         PIC 9(3)V99.

      *---
      *Maestro de personal: la plantilla vigente a la fecha
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

       FD  ARCH-AL-ARCHIVO-ALTAS
           LABEL RECORD STANDARD.

       01  AL-ALTA.
           05 AL-EMPLEADO.
               10 AL-NO-TRAB              PIC X(6).
               10 AL-GPO                  PIC XX.
               10 AL-EMP                  PIC XXX.
               10 AL-PTA                  PIC XXX.
               10 AL-DPTO                 PIC X(6).
               10 AL-CVEO-E               PIC X.
               10 AL-NOMBRE               PIC X(30).
               10 AL-SALBASE              PIC S9(7)V99.
               10 AL-FECHA-ING            PIC 9(6).
           05 AL-FECHA-PROCESO            PIC 9(6).
           05 AL-TIPO-ALTA                PIC X.
           05 AL-DPTO-ORIGEN              PIC X(6).

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
           05 BJ-MOTIVO-BAJA              PIC X(3).

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

       FD  ARCH-HR-HISTORIA
           LABEL RECORD STANDARD.

       01 HR-HISTORIA.
           05 HR-PERIODO                 PIC X(6).
           05 HR-PERIODO-N REDEFINES HR-PERIODO
                                         PIC 9(6).
           05 HR-PERIODO-R REDEFINES HR-PERIODO.
               10 HR-ANIO                PIC 9(4).
               10 HR-MES                 PIC 9(2).
           05 HR-LLAVE.
               10 HR-GPO                 PIC XX.
               10 HR-EMP                 PIC XXX.
               10 HR-PTA                 PIC XXX.
               10 HR-DPTO                PIC X(6).
           05 HR-INICIAL                 PIC 9(7).
           05 HR-ALTAS                   PIC 9(7).
           05 HR-BAJAS                   PIC 9(7).
           05 HR-FINAL                   PIC 9(7).

       FD  REPO-R1-ROTACION
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORD STANDARD.

       01  R1-ROTACION                    PIC X(132).

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
      *Un evento por departamento: 'E' trabajador vigente en el
      *maestro, 'A' alta, 'B' baja, 'I' entrada y 'S' salida por
      *transferencia y 'H' mes anterior de la historia.
      *SO-DIFERENCIA es el numero de meses del evento al periodo
      *reportado: cero en el periodo, positivo antes y negativo
      *despues.
      *---
       SD  ARCH-SO-ORDENA.
       01 SO-EVENTO.
           05 SO-IDENTIDAD.
               10 SO-LLAVE-DPTO.
                   15 SO-GPO             PIC XX.
                   15 SO-EMP             PIC XXX.
                   15 SO-PTA             PIC XXX.
                   15 SO-DPTO            PIC X(6).
               10 SO-CLASE               PIC X.
               10 SO-NO-TRAB             PIC X(6).
               10 SO-FECHA               PIC 9(6).
           05 SO-DIFERENCIA              PIC S9(5).
           05 SO-MOTIVO                  PIC X(3).
           05 SO-CON-ANTIG               PIC X.
           05 SO-DIAS-ANTIG              PIC S9(7).
           05 SO-HIST-FINAL              PIC 9(7).

       FD  ARCH-HN-HISTORIA-TRB
           LABEL RECORD STANDARD.

       01 HN-HISTORIA.
           05 HN-PERIODO                 PIC 9(6).
           05 HN-LLAVE.
               10 HN-GPO                 PIC XX.
               10 HN-EMP                 PIC XXX.
               10 HN-PTA                 PIC XXX.
               10 HN-DPTO                PIC X(6).
           05 HN-INICIAL                 PIC 9(7).
           05 HN-ALTAS                   PIC 9(7).
           05 HN-BAJAS                   PIC 9(7).
           05 HN-FINAL                   PIC 9(7).

       WORKING-STORAGE SECTION.
      *---
      *   Switches
      *---
       01  S000-ESTADOS.
           05  S003-FINARCHFECHAPROC      PIC 9.
           05  S000-ESTADOARCHFECHAPROC   PIC X.
           05  S000-FINARCHPAR            PIC 9.
           05  S000-ESTADOARCHPAR         PIC X.
           05  S000-FINARCHEMP            PIC 9.
           05  S000-ESTADOARCHEMP         PIC X.
           05  S000-FINARCHALT            PIC 9.
           05  S000-ESTADOARCHALT         PIC X.
           05  S000-FINARCHBAJ            PIC 9.
           05  S000-ESTADOARCHBAJ         PIC X.
           05  S000-FINARCHHIS            PIC 9.
           05  S000-ESTADOARCHHIS         PIC X.
           05  S000-FINARCHHTR            PIC 9.
           05  S000-ESTADOARCHHTR         PIC X.
           05  S000-ESTADOARCHORG         PIC X.
           05  S000-ESTADOREPO            PIC X.
           05  S000-ESTADOARCHCM          PIC X.
           05  S040-FINARCHSO             PIC 9.
           05  S050-HIST-INICIAL          PIC X.
           05  S060-ES-DPTO               PIC X.
           05  S032-FECHA-VALIDA          PIC X.

      *---
      *   Constantes
      *---
       01  W000-CTES.
           05  W000-PROG                  PIC X(8)
                                      VALUE 'P-APL170'.
           05  W000-UT-S-DIR-FECHAPROC    PIC X(20)
                                      VALUE 'FechaProceso.dat'.
           05  W000-UT-S-DIR-PARAM        PIC X(20)
                                      VALUE 'ParamRotacion.dat'.
           05  W000-UT-S-DIR-EMP          PIC X(20)
                                      VALUE 'ArchEmpleados.dat'.
           05  W000-UT-S-DIR-ALTAS        PIC X(20)
                                      VALUE 'ArchAltas.dat'.
           05  W000-UT-S-DIR-BAJAS        PIC X(20)
                                      VALUE 'ArchBajas.dat'.
           05  W000-UT-S-DIR-CATORG       PIC X(20)
                                      VALUE 'CatOrganizacion.dat'.
           05  W000-UT-S-DIR-HISTORIA     PIC X(20)
                                      VALUE 'HistRotacion.dat'.
           05  W000-UT-S-DIR-SALIDA       PIC X(20)
                                      VALUE 'ReporteRotacion.txt'.
           05  W000-UT-S-DIR-MONITOR      PIC X(20)
                                      VALUE 'CifrasControl.txt'.
           05  W000-UT-S-DIR-ORDENA       PIC X(20)
                                      VALUE 'OrdenaRotacion.tmp'.
           05  W000-UT-S-DIR-HISTORIA-TRB PIC X(20)
                                      VALUE 'HistRotacion.tmp'.
      *---
      *Meses que abarca la rotacion acumulada y dias por anio para
      *expresar la antiguedad de las bajas.
      *---
           05  W000-MESES-ACUMULADO       PIC 9(2)
                                      VALUE 12.
           05  W000-DIAS-ANIO             PIC 9(3)
                                      VALUE 365.

      *---
      *   Fecha de la corrida (AAAAMMDD)
      *---
       01  W000-FECHA-CORRIDA             PIC 9(8).
       01  W000-FECHA-CORRIDA-R REDEFINES W000-FECHA-CORRIDA.
           05  W000-ANIO-CORRIDA          PIC 9(4).
           05  W000-ANIO-CORRIDA-R REDEFINES W000-ANIO-CORRIDA.
               10  W000-SIGLO-CORRIDA     PIC 99.
               10  W000-AA-CORRIDA        PIC 99.
           05  W000-MES-CORRIDA           PIC 9(2).
           05  W000-DIA-CORRIDA           PIC 9(2).

      *---
      *Periodo reportado AAAAMM, el de la corrida y su numero de mes
      *absoluto (anio por doce mas mes) para contar meses entre
      *fechas.
      *---
       01  W005-PERIODO                   PIC 9(6).
       01  W005-PERIODO-R REDEFINES W005-PERIODO.
           05  W005-ANIO-PERIODO          PIC 9(4).
           05  W005-MES-PERIODO           PIC 9(2).
       01  W005-PERIODO-CORRIDA           PIC 9(6).
       01  W005-MES-ABS                   PIC S9(7).

      *---
      *Limites de rotacion en porcentaje: del mes y de doce meses
      *---
       01  W005-LIMITE-MES                PIC 9(3)V99.
       01  W005-LIMITE-ANUAL              PIC 9(3)V99.

      *---
      *Fecha AAMMDD de un archivo, completa con el siglo de la
      *corrida; un anio mayor al de la corrida es del siglo
      *anterior.
      *---
       01  W032-FECHA-CORTA               PIC 9(6).
       01  W032-FECHA-CORTA-R REDEFINES W032-FECHA-CORTA.
           05  W032-AA-CORTA              PIC 99.
           05  W032-MM-CORTA              PIC 99.
           05  W032-DD-CORTA              PIC 99.
       01  W032-FECHA-LARGA.
           05  W032-SIGLO                 PIC 99.
           05  W032-AA                    PIC 99.
           05  W032-MM                    PIC 99.
           05  W032-DD                    PIC 99.
       01  W032-FECHA-LARGA-N REDEFINES W032-FECHA-LARGA
                                          PIC 9(8).
       01  W032-FECHA-LARGA-R REDEFINES W032-FECHA-LARGA.
           05  W032-ANIO                  PIC 9(4).
           05  FILLER                     PIC 9(4).
       01  W032-MES-ABS                   PIC S9(7).

      *---
      *Fecha de la baja y de ingreso del trabajador que sale
      *---
       01  W023-FECHA-BAJA                PIC 9(8).
       01  W023-FECHA-ING                 PIC 9(8).

      *---
      *Ultimo evento contado, para no contar dos veces una alta o
      *una baja repetida en su historia.
      *---
       01  W055-IDENTIDAD-ANT             PIC X(27).

      *---
      *Historia del departamento: meses anteriores hallados dentro
      *de los doce y la suma de su plantilla final.
      *---
       01  W050-HISTORIA.
           05  W050-INICIAL-HIST          PIC S9(7).
           05  W050-SUMA-FINALES          PIC S9(9).
           05  W050-MESES-HIST            PIC S9(3).

      *---
      *   Identidades
      *---
       01 I010-ID-PROC.
           05 I010-ID-PROC-PTA.
               10 I010-GPO                PIC XX.
               10 I010-EMP                PIC XXX.
               10 I010-PTA                PIC XXX.
           05 I010-DPTO                   PIC X(6).

       01 I040-SO-ID-LEI.
           05 I040-SO-ID-PTA.
               10 I040-SO-GPO             PIC XX.
               10 I040-SO-EMP             PIC XXX.
               10 I040-SO-PTA             PIC XXX.
           05 I040-SO-DPTO                PIC X(6).

      *---
      *Acumuladores de rotacion del departamento, de la planta, de
      *la compania y el de trabajo para imprimir una linea; los
      *cuatro tienen la misma forma. Entradas y salidas son las
      *transferencias entre departamentos.
      *---
       01 A020-ACUM-DPTO.
           05 A020-VIGENTES               PIC S9(7).
           05 A020-ALTAS-DESPUES          PIC S9(7).
           05 A020-BAJAS-DESPUES          PIC S9(7).
           05 A020-INICIAL                PIC S9(7).
           05 A020-ALTAS                  PIC S9(7).
           05 A020-BAJAS-REN              PIC S9(7).
           05 A020-BAJAS-DES              PIC S9(7).
           05 A020-BAJAS-JUB              PIC S9(7).
           05 A020-BAJAS-FIN              PIC S9(7).
           05 A020-BAJAS-DEF              PIC S9(7).
           05 A020-BAJAS                  PIC S9(7).
           05 A020-FINAL                  PIC S9(7).
           05 A020-BAJAS-ACUM             PIC S9(7).
           05 A020-PROMEDIO-ACUM          PIC S9(7)V99.
           05 A020-DIAS-ANTIG             PIC S9(9).
           05 A020-BAJAS-ANTIG            PIC S9(7).
           05 A020-ENTRADAS-DESPUES       PIC S9(7).
           05 A020-SALIDAS-DESPUES        PIC S9(7).
           05 A020-ENTRADAS               PIC S9(7).
           05 A020-SALIDAS                PIC S9(7).

       01 A030-ACUM-PTA.
           05 A030-VIGENTES               PIC S9(7).
           05 A030-ALTAS-DESPUES          PIC S9(7).
           05 A030-BAJAS-DESPUES          PIC S9(7).
           05 A030-INICIAL                PIC S9(7).
           05 A030-ALTAS                  PIC S9(7).
           05 A030-BAJAS-REN              PIC S9(7).
           05 A030-BAJAS-DES              PIC S9(7).
           05 A030-BAJAS-JUB              PIC S9(7).
           05 A030-BAJAS-FIN              PIC S9(7).
           05 A030-BAJAS-DEF              PIC S9(7).
           05 A030-BAJAS                  PIC S9(7).
           05 A030-FINAL                  PIC S9(7).
           05 A030-BAJAS-ACUM             PIC S9(7).
           05 A030-PROMEDIO-ACUM          PIC S9(7)V99.
           05 A030-DIAS-ANTIG             PIC S9(9).
           05 A030-BAJAS-ANTIG            PIC S9(7).
           05 A030-ENTRADAS-DESPUES       PIC S9(7).
           05 A030-SALIDAS-DESPUES        PIC S9(7).
           05 A030-ENTRADAS               PIC S9(7).
           05 A030-SALIDAS                PIC S9(7).

       01 A002-ACUM-CIA.
           05 A002-VIGENTES               PIC S9(7).
           05 A002-ALTAS-DESPUES          PIC S9(7).
           05 A002-BAJAS-DESPUES          PIC S9(7).
           05 A002-INICIAL                PIC S9(7).
           05 A002-ALTAS                  PIC S9(7).
           05 A002-BAJAS-REN              PIC S9(7).
           05 A002-BAJAS-DES              PIC S9(7).
           05 A002-BAJAS-JUB              PIC S9(7).
           05 A002-BAJAS-FIN              PIC S9(7).
           05 A002-BAJAS-DEF              PIC S9(7).
           05 A002-BAJAS                  PIC S9(7).
           05 A002-FINAL                  PIC S9(7).
           05 A002-BAJAS-ACUM             PIC S9(7).
           05 A002-PROMEDIO-ACUM          PIC S9(7)V99.
           05 A002-DIAS-ANTIG             PIC S9(9).
           05 A002-BAJAS-ANTIG            PIC S9(7).
           05 A002-ENTRADAS-DESPUES       PIC S9(7).
           05 A002-SALIDAS-DESPUES        PIC S9(7).
           05 A002-ENTRADAS               PIC S9(7).
           05 A002-SALIDAS                PIC S9(7).
           05 A002-DPTOS-CIA              PIC S9(7).

       01 W060-ACUM.
           05 W060-VIGENTES               PIC S9(7).
           05 W060-ALTAS-DESPUES          PIC S9(7).
           05 W060-BAJAS-DESPUES          PIC S9(7).
           05 W060-INICIAL                PIC S9(7).
           05 W060-ALTAS                  PIC S9(7).
           05 W060-BAJAS-REN              PIC S9(7).
           05 W060-BAJAS-DES              PIC S9(7).
           05 W060-BAJAS-JUB              PIC S9(7).
           05 W060-BAJAS-FIN              PIC S9(7).
           05 W060-BAJAS-DEF              PIC S9(7).
           05 W060-BAJAS                  PIC S9(7).
           05 W060-FINAL                  PIC S9(7).
           05 W060-BAJAS-ACUM             PIC S9(7).
           05 W060-PROMEDIO-ACUM          PIC S9(7)V99.
           05 W060-DIAS-ANTIG             PIC S9(9).
           05 W060-BAJAS-ANTIG            PIC S9(7).
           05 W060-ENTRADAS-DESPUES       PIC S9(7).
           05 W060-SALIDAS-DESPUES        PIC S9(7).
           05 W060-ENTRADAS               PIC S9(7).
           05 W060-SALIDAS                PIC S9(7).

      *---
      *Tasas de la linea en curso
      *---
       01 W060-TASAS.
           05 W060-TASA-MES               PIC S9(5)V99.
           05 W060-TASA-ACUM              PIC S9(5)V99.
           05 W060-ANTIG-ANIOS            PIC S9(5)V9.

      *---
      *Cifras de control
      *---
       01 A990-CIFRAS-CONTROL.
           05 A990-EMP-LEIDOS             PIC S9(9).
           05 A990-ALTAS-LEIDAS           PIC S9(9).
           05 A990-ALTAS-PERIODO          PIC S9(9).
           05 A990-BAJAS-LEIDAS           PIC S9(9).
           05 A990-BAJAS-PERIODO          PIC S9(9).
           05 A990-TRASPASOS-PERIODO      PIC S9(9).
           05 A990-REPETIDAS              PIC S9(9).
           05 A990-FECHA-INVALIDA         PIC S9(9).
           05 A990-HIST-LEIDA             PIC S9(9).
           05 A990-HIST-CONSERVADA        PIC S9(9).
           05 A990-HIST-ESCRITA           PIC S9(9).
           05 A990-DPTOS-REPORTADOS       PIC S9(9).
           05 A990-DPTOS-SENALADOS        PIC S9(9).

      *---
      *Variables del reporte
      *---
       01 R1-VARS.
           05 R1-NUM-HOJA                 PIC S9(9)       VALUE 0.
           05 R1-NUM-LIN                  PIC S9(9).
           05 R1-MAX-LIN                  PIC S9(9)       VALUE +50.

      *---
      *Lineas de titulo; cada planta empieza hoja
      *---
       01 R1-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 FILLER                      PIC X(40)       VALUE
           "ROTACION DE PERSONAL POR DEPARTAMENTO".
           05 FILLER                      PIC X(7)        VALUE
           " FECHA ".
           05 R1-05-FECHA                 PIC 9(8).
           05 FILLER                      PIC X(62)       VALUE SPACES.

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
           05 FILLER                      PIC X(42)       VALUE SPACES.

       01 R1-15-ENCABEZADOS-TERCERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-15-UNIDAD.
               10 FILLER                  PIC X(7)        VALUE
               "PLANTA ".
               10 R1-15-GPO               PIC XX.
               10 FILLER                  PIC X           VALUE "/".
               10 R1-15-EMP               PIC XXX.
               10 FILLER                  PIC X           VALUE "/".
               10 R1-15-PTA               PIC XXX.
               10 FILLER                  PIC X(3)        VALUE SPACES.
           05 R1-15-UNIDAD-TEXTO REDEFINES R1-15-UNIDAD
                                          PIC X(20).
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 FILLER                      PIC X(26)       VALUE
           "LIMITES DE ROTACION  MES ".
           05 R1-15-LIMITE-MES            PIC ZZ9.99.
           05 FILLER                      PIC X(14)       VALUE
           " %   12 MESES ".
           05 R1-15-LIMITE-ANUAL          PIC ZZ9.99.
           05 FILLER                      PIC X(2)        VALUE " %".
           05 FILLER                      PIC X(51)       VALUE SPACES.

       01 R1-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(34)       VALUE
           "  UNIDAD ORGANIZACIONAL".
           05 FILLER                      PIC X(6)        VALUE
           " PLANT".
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 FILLER                      PIC X(12)       VALUE
           "  TRANSFER. ".
           05 FILLER                      PIC X(30)       VALUE
           " ----- BAJAS POR MOTIVO -----".
           05 FILLER                      PIC X(6)        VALUE
           " TOTAL".
           05 FILLER                      PIC X(6)        VALUE
           " PLANT".
           05 FILLER                      PIC X(8)        VALUE
           "ROTACION".
           05 FILLER                      PIC X(8)        VALUE
           "ROTACION".
           05 FILLER                      PIC X(6)        VALUE
           " ANTIG".
           05 FILLER                      PIC X(10)       VALUE SPACES.

       01 R1-22-ENCABEZADOS-QUINTA-LINEA.
           05 FILLER                      PIC X(34)       VALUE
           "  GP/EMP/PTA/DPTO  DESCRIPCION".
           05 FILLER                      PIC X(6)        VALUE
           "INICIO".
           05 FILLER                      PIC X(6)        VALUE
           " ALTAS".
           05 FILLER                      PIC X(6)        VALUE
           " ENTRA".
           05 FILLER                      PIC X(6)        VALUE
           " SALEN".
           05 FILLER                      PIC X(30)       VALUE
           "   REN   DES   JUB   FIN   DEF".
           05 FILLER                      PIC X(6)        VALUE
           " BAJAS".
           05 FILLER                      PIC X(6)        VALUE
           " FINAL".
           05 FILLER                      PIC X(8)        VALUE
           "   % MES".
           05 FILLER                      PIC X(8)        VALUE
           " % 12 M.".
           05 FILLER                      PIC X(6)        VALUE
           " ANIOS".
           05 FILLER                      PIC X(10)       VALUE
           "  MARCA RH".

      *---
      *Rotacion de un departamento o total de planta o compania
      *---
       01 R1-25-LINEA-ROTACION.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-UNIDAD.
               10 R1-25-GPO               PIC XX.
               10 R1-25-SEP1              PIC X.
               10 R1-25-EMP               PIC XXX.
               10 R1-25-SEP2              PIC X.
               10 R1-25-PTA               PIC XXX.
               10 R1-25-SEP3              PIC X.
               10 R1-25-DPTO              PIC X(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-DESCRIPCION           PIC X(15).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-INICIAL               PIC ZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-ALTAS                 PIC ZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-ENTRADAS              PIC ZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-SALIDAS               PIC ZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-BAJAS-REN             PIC ZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-BAJAS-DES             PIC ZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-BAJAS-JUB             PIC ZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-BAJAS-FIN             PIC ZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-BAJAS-DEF             PIC ZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-BAJAS                 PIC ZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-FINAL                 PIC ZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-TASA-MES              PIC ZZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-TASA-ACUM             PIC ZZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-ANTIG                 PIC ZZ9.9
                                          BLANK WHEN ZERO.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-MARCA                 PIC X(8).

       01 R1-28-LINEA-TITULO.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-28-TITULO                PIC X(40).
           05 FILLER                      PIC X(90)       VALUE SPACES.

       01 R1-30-LINEA-TOTAL.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-30-DESCRIPCION           PIC X(40).
           05 R1-30-CUENTA                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X(80)       VALUE SPACES.

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
           MOVE 1 TO S000-ESTADOARCHEMP.
           MOVE 1 TO S000-ESTADOARCHALT.
           MOVE 1 TO S000-ESTADOARCHBAJ.
           MOVE 1 TO S000-ESTADOARCHHIS.
           MOVE 1 TO S000-ESTADOARCHHTR.
           MOVE 1 TO S000-ESTADOARCHORG.
           MOVE 1 TO S000-ESTADOREPO.
           MOVE ZEROS TO A990-CIFRAS-CONTROL.
           MOVE ZEROS TO A002-ACUM-CIA.
           PERFORM 003-FECHA-PROCESO.
           PERFORM 005-LEE-PARAMETRO.
       000-0150-ABRE.
           OPEN OUTPUT ARCH-HN-HISTORIA-TRB.
           MOVE 0 TO S000-ESTADOARCHHTR.
           OPEN INPUT ARCH-OR-CAT-ORGANIZACION.
           MOVE 0 TO S000-ESTADOARCHORG.
           OPEN OUTPUT REPO-R1-ROTACION.
           MOVE 0 TO S000-ESTADOREPO.
           MOVE 0 TO R1-NUM-HOJA.
           MOVE R1-MAX-LIN TO R1-NUM-LIN.
           MOVE W000-PROG TO R1-05-CONSPRO.
           MOVE W000-FECHA-CORRIDA TO R1-05-FECHA.
           MOVE W005-PERIODO TO R1-10-PERIODO.
           MOVE W005-LIMITE-MES TO R1-15-LIMITE-MES.
           MOVE W005-LIMITE-ANUAL TO R1-15-LIMITE-ANUAL.
       000-0200-PROCESA.
           SORT ARCH-SO-ORDENA
               ON ASCENDING KEY SO-GPO SO-EMP SO-PTA SO-DPTO SO-CLASE
                                SO-NO-TRAB SO-FECHA
               INPUT PROCEDURE 020-EXTRAE
               OUTPUT PROCEDURE 040-REPORTA.
           PERFORM 090-ESCRIBE-TOTALES.
           CLOSE ARCH-OR-CAT-ORGANIZACION.
           MOVE 1 TO S000-ESTADOARCHORG.
           CLOSE ARCH-HN-HISTORIA-TRB.
           MOVE 1 TO S000-ESTADOARCHHTR.
           CLOSE REPO-R1-ROTACION.
           MOVE 1 TO S000-ESTADOREPO.
       000-0300-HISTORIA.
           PERFORM 096-INSTALA-HISTORIA.
           IF A990-FECHA-INVALIDA > ZERO THEN
               DISPLAY W000-PROG '  HAY ALTAS O BAJAS CON FECHA '
      -        'INVALIDA, NO SE CONTARON'
               MOVE 4 TO RETURN-CODE
               END-IF.
       000-0400-TERMINA.
           PERFORM 990-CIFRAS-CONTROL.
       000-9900-FIN.
           GOBACK.

      *---
      *Toma la fecha de negocio del ciclo de FechaProceso.dat; sin
      *el archivo se usa la fecha del sistema.
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
           COMPUTE W005-PERIODO-CORRIDA = W000-ANIO-CORRIDA * 100
               + W000-MES-CORRIDA.
       003-9900-FIN.
       EXIT.

      *---
      *Lee el periodo y los limites del parametro. Sin periodo se
      *reporta el mes de la fecha de proceso; sin limites se senala
      *el departamento que pase de 5% en el mes o de 30% en doce
      *meses. No se puede reportar un mes posterior al de proceso.
      *---
       005-LEE-PARAMETRO SECTION.
       005-0100-LEE.
           OPEN INPUT ARCH-PR-ARCHIVO-PARAM.
           MOVE 0 TO S000-FINARCHPAR.
           MOVE 0 TO S000-ESTADOARCHPAR.
           READ ARCH-PR-ARCHIVO-PARAM AT END MOVE 1 TO S000-FINARCHPAR.
           IF S000-FINARCHPAR NOT = 1
              AND PR-PERIODO IS NUMERIC THEN
               MOVE PR-PERIODO-N TO W005-PERIODO
               ELSE
                   MOVE W005-PERIODO-CORRIDA TO W005-PERIODO
                   END-IF.
           IF S000-FINARCHPAR NOT = 1
              AND PR-LIMITE-MES IS NUMERIC
              AND PR-LIMITE-MES-N > ZERO THEN
               MOVE PR-LIMITE-MES-N TO W005-LIMITE-MES
               ELSE
                   MOVE 5 TO W005-LIMITE-MES
                   END-IF.
           IF S000-FINARCHPAR NOT = 1
              AND PR-LIMITE-ANUAL IS NUMERIC
              AND PR-LIMITE-ANUAL-N > ZERO THEN
               MOVE PR-LIMITE-ANUAL-N TO W005-LIMITE-ANUAL
               ELSE
                   MOVE 30 TO W005-LIMITE-ANUAL
                   END-IF.
       005-0200-CIERRA.
           CLOSE ARCH-PR-ARCHIVO-PARAM.
           MOVE 1 TO S000-ESTADOARCHPAR.
       005-0300-VALIDA.
           IF W005-MES-PERIODO < 1 OR W005-MES-PERIODO > 12
              OR W005-PERIODO > W005-PERIODO-CORRIDA THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  PERIODO INVALIDO O POSTERIOR A LA'
      -        ' FECHA DE PROCESO ' W005-PERIODO
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA
               END-IF.
           COMPUTE W005-MES-ABS = W005-ANIO-PERIODO * 12
               + W005-MES-PERIODO.
       005-9900-FIN.
       EXIT.

      *---
      *Entrega al SORT la plantilla vigente, las altas del periodo y
      *posteriores, las bajas de los doce meses y posteriores y la
      *historia de los once meses anteriores. La historia que no es
      *del periodo reportado se copia tal cual a la nueva.
      *---
       020-EXTRAE SECTION.
       020-0100-VIGENTES.
           OPEN INPUT ARCH-AE-ARCHIVO-EMP.
           MOVE 0 TO S000-FINARCHEMP.
           MOVE 0 TO S000-ESTADOARCHEMP.
           PERFORM 021-LIBERA-VIGENTE UNTIL S000-FINARCHEMP = 1.
           CLOSE ARCH-AE-ARCHIVO-EMP.
           MOVE 1 TO S000-ESTADOARCHEMP.
       020-0200-ALTAS.
           OPEN INPUT ARCH-AL-ARCHIVO-ALTAS.
           MOVE 0 TO S000-FINARCHALT.
           MOVE 0 TO S000-ESTADOARCHALT.
           PERFORM 022-LIBERA-ALTA UNTIL S000-FINARCHALT = 1.
           CLOSE ARCH-AL-ARCHIVO-ALTAS.
           MOVE 1 TO S000-ESTADOARCHALT.
       020-0300-BAJAS.
           OPEN INPUT ARCH-BJ-ARCHIVO-BAJAS.
           MOVE 0 TO S000-FINARCHBAJ.
           MOVE 0 TO S000-ESTADOARCHBAJ.
           PERFORM 023-LIBERA-BAJA UNTIL S000-FINARCHBAJ = 1.
           CLOSE ARCH-BJ-ARCHIVO-BAJAS.
           MOVE 1 TO S000-ESTADOARCHBAJ.
       020-0400-HISTORIA.
           OPEN INPUT ARCH-HR-HISTORIA.
           MOVE 0 TO S000-FINARCHHIS.
           MOVE 0 TO S000-ESTADOARCHHIS.
           PERFORM 024-LIBERA-HISTORIA UNTIL S000-FINARCHHIS = 1.
           CLOSE ARCH-HR-HISTORIA.
           MOVE 1 TO S000-ESTADOARCHHIS.
       020-9900-FIN.
       EXIT.

       021-LIBERA-VIGENTE SECTION.
       021-0100-LEE.
           READ ARCH-AE-ARCHIVO-EMP NEXT RECORD
               AT END MOVE 1 TO S000-FINARCHEMP.
           IF S000-FINARCHEMP NOT = 1 THEN
               ADD 1 TO A990-EMP-LEIDOS
               MOVE SPACES TO SO-EVENTO
               MOVE AI-GPO TO SO-GPO
               MOVE AI-EMP TO SO-EMP
               MOVE AI-PTA TO SO-PTA
               MOVE AI-DPTO TO SO-DPTO
               MOVE 'E' TO SO-CLASE
               MOVE AI-NO-TRAB TO SO-NO-TRAB
               MOVE ZERO TO SO-FECHA
               MOVE ZERO TO SO-DIFERENCIA
               MOVE ZERO TO SO-DIAS-ANTIG
               MOVE ZERO TO SO-HIST-FINAL
               RELEASE SO-EVENTO
               END-IF.
       021-9900-FIN.
       EXIT.

      *---
      *Las altas anteriores al periodo no intervienen: la plantilla
      *se reconstruye hacia atras desde la vigente. Una
      *transferencia ('T') se entrega como entrada al departamento
      *destino y salida del de origen.
      *---
       022-LIBERA-ALTA SECTION.
       022-0100-LEE.
           READ ARCH-AL-ARCHIVO-ALTAS AT END MOVE 1 TO S000-FINARCHALT.
           IF S000-FINARCHALT NOT = 1 THEN
               ADD 1 TO A990-ALTAS-LEIDAS
               MOVE 'N' TO S032-FECHA-VALIDA
               IF AL-FECHA-PROCESO IS NUMERIC THEN
                   MOVE AL-FECHA-PROCESO TO W032-FECHA-CORTA
                   PERFORM 032-FECHA-LARGA
                   END-IF
               IF S032-FECHA-VALIDA NOT = 'S' THEN
                   ADD 1 TO A990-FECHA-INVALIDA
                   ELSE
                   IF W032-MES-ABS NOT < W005-MES-ABS
                      AND AL-TIPO-ALTA = 'T' THEN
                       PERFORM 027-LIBERA-TRANSFERENCIA
                       END-IF
                   IF W032-MES-ABS NOT < W005-MES-ABS
                      AND AL-TIPO-ALTA NOT = 'T' THEN
                       MOVE SPACES TO SO-EVENTO
                       MOVE AL-GPO TO SO-GPO
                       MOVE AL-EMP TO SO-EMP
                       MOVE AL-PTA TO SO-PTA
                       MOVE AL-DPTO TO SO-DPTO
                       MOVE 'A' TO SO-CLASE
                       MOVE AL-NO-TRAB TO SO-NO-TRAB
                       MOVE AL-FECHA-PROCESO TO SO-FECHA
                       COMPUTE SO-DIFERENCIA = W005-MES-ABS
                           - W032-MES-ABS
                       MOVE ZERO TO SO-DIAS-ANTIG
                       MOVE ZERO TO SO-HIST-FINAL
                       RELEASE SO-EVENTO
                       END-IF
                   END-IF
               END-IF.
       022-9900-FIN.
       EXIT.

      *---
      *Las bajas de los doce meses al periodo y las posteriores. La
      *antiguedad de las del periodo va en dias, de la fecha de
      *ingreso a la de proceso de la baja.
      *---
       023-LIBERA-BAJA SECTION.
       023-0100-LEE.
           READ ARCH-BJ-ARCHIVO-BAJAS AT END MOVE 1 TO S000-FINARCHBAJ.
           IF S000-FINARCHBAJ NOT = 1 THEN
               ADD 1 TO A990-BAJAS-LEIDAS
               MOVE 'N' TO S032-FECHA-VALIDA
               IF BJ-FECHA-PROCESO IS NUMERIC THEN
                   MOVE BJ-FECHA-PROCESO TO W032-FECHA-CORTA
                   PERFORM 032-FECHA-LARGA
                   END-IF
               IF S032-FECHA-VALIDA NOT = 'S' THEN
                   ADD 1 TO A990-FECHA-INVALIDA
                   ELSE
                   IF W005-MES-ABS - W032-MES-ABS
                      < W000-MESES-ACUMULADO THEN
                       PERFORM 025-LIBERA-BAJA-VALIDA
                       END-IF
                   END-IF
               END-IF.
       023-9900-FIN.
       EXIT.

       024-LIBERA-HISTORIA SECTION.
       024-0100-LEE.
           READ ARCH-HR-HISTORIA AT END MOVE 1 TO S000-FINARCHHIS.
           IF S000-FINARCHHIS NOT = 1 THEN
               ADD 1 TO A990-HIST-LEIDA
               IF HR-PERIODO IS NOT NUMERIC
                  OR HR-FINAL IS NOT NUMERIC THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  REGISTRO INVALIDO EN LA '
      -            'HISTORIA DE ROTACION ' HR-HISTORIA
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               PERFORM 026-CONSERVA-HISTORIA
               END-IF.
       024-9900-FIN.
       EXIT.

       025-LIBERA-BAJA-VALIDA SECTION.
       025-0100-ARMA.
           MOVE SPACES TO SO-EVENTO.
           MOVE BJ-GPO TO SO-GPO.
           MOVE BJ-EMP TO SO-EMP.
           MOVE BJ-PTA TO SO-PTA.
           MOVE BJ-DPTO TO SO-DPTO.
           MOVE 'B' TO SO-CLASE.
           MOVE BJ-NO-TRAB TO SO-NO-TRAB.
           MOVE BJ-FECHA-PROCESO TO SO-FECHA.
           COMPUTE SO-DIFERENCIA = W005-MES-ABS - W032-MES-ABS.
           MOVE BJ-MOTIVO-BAJA TO SO-MOTIVO.
           MOVE 'N' TO SO-CON-ANTIG.
           MOVE ZERO TO SO-DIAS-ANTIG.
           MOVE ZERO TO SO-HIST-FINAL.
       025-0200-ANTIGUEDAD.
           IF SO-DIFERENCIA = ZERO AND BJ-FECHA-ING IS NUMERIC THEN
               MOVE W032-FECHA-LARGA-N TO W023-FECHA-BAJA
               MOVE BJ-FECHA-ING TO W032-FECHA-CORTA
               PERFORM 032-FECHA-LARGA
               IF S032-FECHA-VALIDA = 'S' THEN
                   MOVE W032-FECHA-LARGA-N TO W023-FECHA-ING
                   IF W023-FECHA-ING NOT > W023-FECHA-BAJA THEN
                       COMPUTE SO-DIAS-ANTIG =
                           FUNCTION INTEGER-OF-DATE(W023-FECHA-BAJA)
                         - FUNCTION INTEGER-OF-DATE(W023-FECHA-ING)
                       MOVE 'S' TO SO-CON-ANTIG
                       END-IF
                   END-IF
               END-IF.
       025-0300-LIBERA.
           RELEASE SO-EVENTO.
       025-9900-FIN.
       EXIT.

      *---
      *La historia de otros periodos pasa a la nueva; la de los once
      *meses anteriores al reportado ademas va al SORT.
      *---
       026-CONSERVA-HISTORIA SECTION.
       026-0100-CONSERVA.
           IF HR-PERIODO-N NOT = W005-PERIODO THEN
               MOVE HR-HISTORIA TO HN-HISTORIA
               WRITE HN-HISTORIA
               ADD 1 TO A990-HIST-CONSERVADA
               END-IF.
       026-0200-LIBERA.
           COMPUTE W032-MES-ABS = HR-ANIO * 12 + HR-MES.
           IF W005-MES-ABS - W032-MES-ABS > ZERO
              AND W005-MES-ABS - W032-MES-ABS
                  < W000-MESES-ACUMULADO THEN
               MOVE SPACES TO SO-EVENTO
               MOVE HR-GPO TO SO-GPO
               MOVE HR-EMP TO SO-EMP
               MOVE HR-PTA TO SO-PTA
               MOVE HR-DPTO TO SO-DPTO
               MOVE 'H' TO SO-CLASE
               MOVE ZERO TO SO-FECHA
               COMPUTE SO-DIFERENCIA = W005-MES-ABS - W032-MES-ABS
               MOVE ZERO TO SO-DIAS-ANTIG
               MOVE HR-FINAL TO SO-HIST-FINAL
               RELEASE SO-EVENTO
               END-IF.
       026-9900-FIN.
       EXIT.

      *---
      *Entrada al departamento destino (el de la imagen) y salida del
      *de origen, con la fecha y la diferencia de la transferencia.
      *---
       027-LIBERA-TRANSFERENCIA SECTION.
       027-0100-ENTRADA.
           MOVE SPACES TO SO-EVENTO.
           MOVE AL-GPO TO SO-GPO.
           MOVE AL-EMP TO SO-EMP.
           MOVE AL-PTA TO SO-PTA.
           MOVE AL-DPTO TO SO-DPTO.
           MOVE 'I' TO SO-CLASE.
           MOVE AL-NO-TRAB TO SO-NO-TRAB.
           MOVE AL-FECHA-PROCESO TO SO-FECHA.
           COMPUTE SO-DIFERENCIA = W005-MES-ABS - W032-MES-ABS.
           MOVE ZERO TO SO-DIAS-ANTIG.
           MOVE ZERO TO SO-HIST-FINAL.
           RELEASE SO-EVENTO.
       027-0200-SALIDA.
           IF AL-DPTO-ORIGEN NOT = SPACES THEN
               MOVE AL-DPTO-ORIGEN TO SO-DPTO
               MOVE 'S' TO SO-CLASE
               RELEASE SO-EVENTO
               END-IF.
       027-9900-FIN.
       EXIT.

      *---
      *Completa con el siglo la fecha AAMMDD numerica de
      *W032-FECHA-CORTA, la valida como fecha de calendario y obtiene
      *su mes absoluto.
      *---
       032-FECHA-LARGA SECTION.
       032-0100-SIGLO.
           MOVE 'N' TO S032-FECHA-VALIDA.
           MOVE ZERO TO W032-MES-ABS.
           IF W032-AA-CORTA > W000-AA-CORRIDA THEN
               COMPUTE W032-SIGLO = W000-SIGLO-CORRIDA - 1
               ELSE
                   MOVE W000-SIGLO-CORRIDA TO W032-SIGLO
                   END-IF.
           MOVE W032-AA-CORTA TO W032-AA.
           MOVE W032-MM-CORTA TO W032-MM.
           MOVE W032-DD-CORTA TO W032-DD.
       032-0200-VALIDA.
           IF FUNCTION TEST-DATE-YYYYMMDD(W032-FECHA-LARGA-N)
              = ZERO THEN
               MOVE 'S' TO S032-FECHA-VALIDA
               COMPUTE W032-MES-ABS = W032-ANIO * 12 + W032-MM
               END-IF.
       032-9900-FIN.
       EXIT.

       040-REPORTA SECTION.
       040-0100-INICIO.
           MOVE 0 TO S040-FINARCHSO.
           MOVE LOW-VALUES TO I040-SO-ID-LEI.
           MOVE LOW-VALUES TO W055-IDENTIDAD-ANT.
           PERFORM 070-LEE-EVENTO.
       040-0200-PROCESA.
           PERFORM 045-PROC-PTA UNTIL S040-FINARCHSO = 1.
       040-9900-FIN.
       EXIT.

      *---
      *Una hoja por planta con sus departamentos y su total
      *---
       045-PROC-PTA SECTION.
       045-0100-INICIO.
           MOVE I040-SO-ID-PTA TO I010-ID-PROC-PTA.
           MOVE ZEROS TO A030-ACUM-PTA.
           MOVE I010-GPO TO R1-15-GPO.
           MOVE I010-EMP TO R1-15-EMP.
           MOVE I010-PTA TO R1-15-PTA.
           PERFORM 110-ENCABEZADOS.
       045-0200-PROC-PTA.
           PERFORM 050-PROC-DPTO
               UNTIL I010-ID-PROC-PTA NOT = I040-SO-ID-PTA.
       045-0300-TOTALES.
           IF (R1-NUM-LIN + 2)>R1-MAX-LIN THEN
               PERFORM 110-ENCABEZADOS
               END-IF.
           MOVE A030-ACUM-PTA TO W060-ACUM.
           MOVE 'N' TO S060-ES-DPTO.
           PERFORM 060-CALCULA-LINEA.
           MOVE I010-GPO TO R1-25-GPO.
           MOVE '/' TO R1-25-SEP1.
           MOVE I010-EMP TO R1-25-EMP.
           MOVE '/' TO R1-25-SEP2.
           MOVE I010-PTA TO R1-25-PTA.
           MOVE SPACES TO R1-25-SEP3.
           MOVE SPACES TO R1-25-DPTO.
           MOVE 'TOTAL PLANTA' TO R1-25-DESCRIPCION.
           WRITE R1-ROTACION FROM R1-25-LINEA-ROTACION AFTER 2.
           ADD 2 TO R1-NUM-LIN.
       045-0400-ACUMULA.
           ADD A030-VIGENTES       TO A002-VIGENTES.
           ADD A030-ALTAS-DESPUES  TO A002-ALTAS-DESPUES.
           ADD A030-BAJAS-DESPUES  TO A002-BAJAS-DESPUES.
           ADD A030-INICIAL        TO A002-INICIAL.
           ADD A030-ALTAS          TO A002-ALTAS.
           ADD A030-BAJAS-REN      TO A002-BAJAS-REN.
           ADD A030-BAJAS-DES      TO A002-BAJAS-DES.
           ADD A030-BAJAS-JUB      TO A002-BAJAS-JUB.
           ADD A030-BAJAS-FIN      TO A002-BAJAS-FIN.
           ADD A030-BAJAS-DEF      TO A002-BAJAS-DEF.
           ADD A030-BAJAS          TO A002-BAJAS.
           ADD A030-FINAL          TO A002-FINAL.
           ADD A030-BAJAS-ACUM     TO A002-BAJAS-ACUM.
           ADD A030-PROMEDIO-ACUM  TO A002-PROMEDIO-ACUM.
           ADD A030-DIAS-ANTIG     TO A002-DIAS-ANTIG.
           ADD A030-BAJAS-ANTIG    TO A002-BAJAS-ANTIG.
           ADD A030-ENTRADAS-DESPUES TO A002-ENTRADAS-DESPUES.
           ADD A030-SALIDAS-DESPUES  TO A002-SALIDAS-DESPUES.
           ADD A030-ENTRADAS       TO A002-ENTRADAS.
           ADD A030-SALIDAS        TO A002-SALIDAS.
       045-9900-FIN.
       EXIT.

      *---
      *Cuenta los eventos del departamento y arma su rotacion. La
      *plantilla final es la vigente menos las altas y mas las bajas
      *posteriores al periodo, y menos las entradas y mas las
      *salidas por transferencia posteriores; la inicial es la final
      *del mes anterior en la historia o, si no esta, la final menos
      *las altas y entradas y mas las bajas y salidas del periodo.
      *El promedio de doce meses toma las plantillas finales de la
      *historia y la del periodo.
      *---
       050-PROC-DPTO SECTION.
       050-0100-INICIO.
           MOVE I040-SO-DPTO TO I010-DPTO.
           MOVE ZEROS TO A020-ACUM-DPTO.
           MOVE ZEROS TO W050-HISTORIA.
           MOVE 'N' TO S050-HIST-INICIAL.
       050-0200-PROC-DPTO.
           PERFORM 055-PROC-EVENTO
               UNTIL I010-ID-PROC NOT = I040-SO-ID-LEI.
       050-0300-PLANTILLA.
           COMPUTE A020-FINAL = A020-VIGENTES - A020-ALTAS-DESPUES
               + A020-BAJAS-DESPUES - A020-ENTRADAS-DESPUES
               + A020-SALIDAS-DESPUES.
           IF A020-FINAL < ZERO THEN
               MOVE ZERO TO A020-FINAL
               END-IF.
           IF S050-HIST-INICIAL = 'S' THEN
               MOVE W050-INICIAL-HIST TO A020-INICIAL
               ELSE
                   COMPUTE A020-INICIAL = A020-FINAL - A020-ALTAS
                       + A020-BAJAS - A020-ENTRADAS + A020-SALIDAS
                   IF A020-INICIAL < ZERO THEN
                       MOVE ZERO TO A020-INICIAL
                       END-IF
                   END-IF.
           COMPUTE A020-PROMEDIO-ACUM ROUNDED =
               (W050-SUMA-FINALES + A020-FINAL)
               / (W050-MESES-HIST + 1).
           IF A020-INICIAL NOT = ZERO OR A020-FINAL NOT = ZERO
              OR A020-ALTAS NOT = ZERO OR A020-BAJAS NOT = ZERO
              OR A020-ENTRADAS NOT = ZERO OR A020-SALIDAS NOT = ZERO
              OR A020-BAJAS-ACUM NOT = ZERO THEN
               PERFORM 058-ESCRIBE-DPTO
               END-IF.
       050-9900-FIN.
       EXIT.

      *---
      *Cuenta un evento del departamento. Una alta, baja o
      *transferencia igual a la anterior (mismo trabajador y fecha)
      *se cuenta una sola vez.
      *---
       055-PROC-EVENTO SECTION.
       055-0100-REPETIDO.
           IF (SO-CLASE = 'A' OR SO-CLASE = 'B' OR SO-CLASE = 'I'
               OR SO-CLASE = 'S')
              AND SO-IDENTIDAD = W055-IDENTIDAD-ANT THEN
               ADD 1 TO A990-REPETIDAS
               MOVE '*' TO SO-CLASE
               ELSE
                   MOVE SO-IDENTIDAD TO W055-IDENTIDAD-ANT
                   END-IF.
       055-0200-CUENTA.
           IF SO-CLASE = 'E' THEN
               ADD 1 TO A020-VIGENTES
               END-IF.
           IF SO-CLASE = 'A' THEN
               IF SO-DIFERENCIA = ZERO THEN
                   ADD 1 TO A020-ALTAS
                   ADD 1 TO A990-ALTAS-PERIODO
                   ELSE
                       ADD 1 TO A020-ALTAS-DESPUES
                       END-IF
               END-IF.
           IF SO-CLASE = 'B' THEN
               PERFORM 056-CUENTA-BAJA
               END-IF.
           IF SO-CLASE = 'I' THEN
               IF SO-DIFERENCIA = ZERO THEN
                   ADD 1 TO A020-ENTRADAS
                   ADD 1 TO A990-TRASPASOS-PERIODO
                   ELSE
                       ADD 1 TO A020-ENTRADAS-DESPUES
                       END-IF
               END-IF.
           IF SO-CLASE = 'S' THEN
               IF SO-DIFERENCIA = ZERO THEN
                   ADD 1 TO A020-SALIDAS
                   ELSE
                       ADD 1 TO A020-SALIDAS-DESPUES
                       END-IF
               END-IF.
           IF SO-CLASE = 'H' THEN
               ADD SO-HIST-FINAL TO W050-SUMA-FINALES
               ADD 1 TO W050-MESES-HIST
               IF SO-DIFERENCIA = 1 THEN
                   MOVE SO-HIST-FINAL TO W050-INICIAL-HIST
                   MOVE 'S' TO S050-HIST-INICIAL
                   END-IF
               END-IF.
       055-0300-LEE.
           PERFORM 070-LEE-EVENTO.
       055-9900-FIN.
       EXIT.

      *---
      *Una baja posterior al periodo solo reconstruye la plantilla;
      *una de los doce meses cuenta para la rotacion acumulada y
      *una del periodo ademas por su motivo y su antiguedad.
      *---
       056-CUENTA-BAJA SECTION.
       056-0100-CUENTA.
           IF SO-DIFERENCIA < ZERO THEN
               ADD 1 TO A020-BAJAS-DESPUES
               ELSE
                   ADD 1 TO A020-BAJAS-ACUM
                   END-IF.
           IF SO-DIFERENCIA = ZERO THEN
               PERFORM 059-CUENTA-BAJA-PERIODO
               END-IF.
       056-9900-FIN.
       EXIT.

      *---
      *Descripcion del departamento en el catalogo de organizacion
      *---
       057-DESCRIPCION-DPTO SECTION.
       057-0100-BUSCA.
           MOVE I010-GPO TO OR-GPO.
           MOVE I010-EMP TO OR-EMP.
           MOVE I010-PTA TO OR-PTA.
           MOVE I010-DPTO TO OR-DPTO.
           READ ARCH-OR-CAT-ORGANIZACION
               INVALID KEY
                   MOVE 'SIN CATALOGO' TO R1-25-DESCRIPCION
               NOT INVALID KEY
                   MOVE OR-DESCRIPCION TO R1-25-DESCRIPCION
           END-READ.
       057-9900-FIN.
       EXIT.

      *---
      *Escribe la linea del departamento con movimiento o plantilla,
      *su registro del periodo en la historia y lo suma a la planta.
      *---
       058-ESCRIBE-DPTO SECTION.
       058-0100-ESCRIBE.
           PERFORM 057-DESCRIPCION-DPTO.
           MOVE A020-ACUM-DPTO TO W060-ACUM.
           MOVE 'S' TO S060-ES-DPTO.
           PERFORM 060-CALCULA-LINEA.
           MOVE I010-GPO TO R1-25-GPO.
           MOVE '/' TO R1-25-SEP1.
           MOVE I010-EMP TO R1-25-EMP.
           MOVE '/' TO R1-25-SEP2.
           MOVE I010-PTA TO R1-25-PTA.
           MOVE '/' TO R1-25-SEP3.
           MOVE I010-DPTO TO R1-25-DPTO.
           IF (R1-NUM-LIN + 1)>R1-MAX-LIN THEN
               PERFORM 110-ENCABEZADOS
               END-IF.
           WRITE R1-ROTACION FROM R1-25-LINEA-ROTACION AFTER 1.
           ADD 1 TO R1-NUM-LIN.
           ADD 1 TO A990-DPTOS-REPORTADOS.
           ADD 1 TO A002-DPTOS-CIA.
       058-0200-HISTORIA.
           MOVE W005-PERIODO TO HN-PERIODO.
           MOVE I010-GPO TO HN-GPO.
           MOVE I010-EMP TO HN-EMP.
           MOVE I010-PTA TO HN-PTA.
           MOVE I010-DPTO TO HN-DPTO.
           MOVE A020-INICIAL TO HN-INICIAL.
           MOVE A020-ALTAS TO HN-ALTAS.
           MOVE A020-BAJAS TO HN-BAJAS.
           MOVE A020-FINAL TO HN-FINAL.
           WRITE HN-HISTORIA.
           ADD 1 TO A990-HIST-ESCRITA.
       058-0300-ACUMULA.
           ADD A020-VIGENTES       TO A030-VIGENTES.
           ADD A020-ALTAS-DESPUES  TO A030-ALTAS-DESPUES.
           ADD A020-BAJAS-DESPUES  TO A030-BAJAS-DESPUES.
           ADD A020-INICIAL        TO A030-INICIAL.
           ADD A020-ALTAS          TO A030-ALTAS.
           ADD A020-BAJAS-REN      TO A030-BAJAS-REN.
           ADD A020-BAJAS-DES      TO A030-BAJAS-DES.
           ADD A020-BAJAS-JUB      TO A030-BAJAS-JUB.
           ADD A020-BAJAS-FIN      TO A030-BAJAS-FIN.
           ADD A020-BAJAS-DEF      TO A030-BAJAS-DEF.
           ADD A020-BAJAS          TO A030-BAJAS.
           ADD A020-FINAL          TO A030-FINAL.
           ADD A020-BAJAS-ACUM     TO A030-BAJAS-ACUM.
           ADD A020-PROMEDIO-ACUM  TO A030-PROMEDIO-ACUM.
           ADD A020-DIAS-ANTIG     TO A030-DIAS-ANTIG.
           ADD A020-BAJAS-ANTIG    TO A030-BAJAS-ANTIG.
           ADD A020-ENTRADAS-DESPUES TO A030-ENTRADAS-DESPUES.
           ADD A020-SALIDAS-DESPUES  TO A030-SALIDAS-DESPUES.
           ADD A020-ENTRADAS       TO A030-ENTRADAS.
           ADD A020-SALIDAS        TO A030-SALIDAS.
       058-9900-FIN.
       EXIT.

       059-CUENTA-BAJA-PERIODO SECTION.
       059-0100-MOTIVO.
           ADD 1 TO A020-BAJAS.
           ADD 1 TO A990-BAJAS-PERIODO.
           IF SO-MOTIVO = 'REN' THEN
               ADD 1 TO A020-BAJAS-REN
               END-IF.
           IF SO-MOTIVO = 'DES' THEN
               ADD 1 TO A020-BAJAS-DES
               END-IF.
           IF SO-MOTIVO = 'JUB' THEN
               ADD 1 TO A020-BAJAS-JUB
               END-IF.
           IF SO-MOTIVO = 'FIN' THEN
               ADD 1 TO A020-BAJAS-FIN
               END-IF.
           IF SO-MOTIVO = 'DEF' THEN
               ADD 1 TO A020-BAJAS-DEF
               END-IF.
           IF SO-CON-ANTIG = 'S' THEN
               ADD SO-DIAS-ANTIG TO A020-DIAS-ANTIG
               ADD 1 TO A020-BAJAS-ANTIG
               END-IF.
       059-9900-FIN.
       EXIT.

      *---
      *Calcula las tasas de la linea en W060-ACUM y la arma. La del
      *mes son las bajas del periodo entre el promedio de la
      *plantilla inicial y final; la de doce meses, las bajas de
      *los doce meses entre el promedio de plantilla final. Solo el
      *departamento se senala para RH cuando pasa de un limite.
      *---
       060-CALCULA-LINEA SECTION.
       060-0100-TASAS.
           MOVE ZEROS TO W060-TASAS.
           IF W060-INICIAL + W060-FINAL > ZERO THEN
               COMPUTE W060-TASA-MES ROUNDED = W060-BAJAS * 200
                   / (W060-INICIAL + W060-FINAL)
               END-IF.
           IF W060-PROMEDIO-ACUM > ZERO THEN
               COMPUTE W060-TASA-ACUM ROUNDED = W060-BAJAS-ACUM * 100
                   / W060-PROMEDIO-ACUM
               END-IF.
           IF W060-BAJAS-ANTIG > ZERO THEN
               COMPUTE W060-ANTIG-ANIOS ROUNDED = W060-DIAS-ANTIG
                   / W060-BAJAS-ANTIG / W000-DIAS-ANIO
               END-IF.
       060-0200-ARMA.
           MOVE W060-INICIAL TO R1-25-INICIAL.
           MOVE W060-ALTAS TO R1-25-ALTAS.
           MOVE W060-ENTRADAS TO R1-25-ENTRADAS.
           MOVE W060-SALIDAS TO R1-25-SALIDAS.
           MOVE W060-BAJAS-REN TO R1-25-BAJAS-REN.
           MOVE W060-BAJAS-DES TO R1-25-BAJAS-DES.
           MOVE W060-BAJAS-JUB TO R1-25-BAJAS-JUB.
           MOVE W060-BAJAS-FIN TO R1-25-BAJAS-FIN.
           MOVE W060-BAJAS-DEF TO R1-25-BAJAS-DEF.
           MOVE W060-BAJAS TO R1-25-BAJAS.
           MOVE W060-FINAL TO R1-25-FINAL.
           MOVE W060-TASA-MES TO R1-25-TASA-MES.
           MOVE W060-TASA-ACUM TO R1-25-TASA-ACUM.
           MOVE W060-ANTIG-ANIOS TO R1-25-ANTIG.
           MOVE SPACES TO R1-25-MARCA.
       060-0300-SENALA.
           IF S060-ES-DPTO = 'S' THEN
               PERFORM 062-SENALA-DPTO
               END-IF.
       060-9900-FIN.
       EXIT.

       062-SENALA-DPTO SECTION.
       062-0100-COMPARA.
           IF W060-TASA-MES > W005-LIMITE-MES THEN
               IF W060-TASA-ACUM > W005-LIMITE-ANUAL THEN
                   MOVE '*MES 12M' TO R1-25-MARCA
                   ELSE
                       MOVE '*MES' TO R1-25-MARCA
                       END-IF
               ELSE
               IF W060-TASA-ACUM > W005-LIMITE-ANUAL THEN
                   MOVE '*12M' TO R1-25-MARCA
                   END-IF
               END-IF.
           IF R1-25-MARCA NOT = SPACES THEN
               ADD 1 TO A990-DPTOS-SENALADOS
               END-IF.
       062-9900-FIN.
       EXIT.

       070-LEE-EVENTO SECTION.
       070-0100-LEE.
           RETURN ARCH-SO-ORDENA AT END MOVE 1 TO S040-FINARCHSO.
           IF S040-FINARCHSO = 1 THEN
               MOVE HIGH-VALUES TO I040-SO-ID-LEI
               ELSE
                   MOVE SO-GPO TO I040-SO-GPO
                   MOVE SO-EMP TO I040-SO-EMP
                   MOVE SO-PTA TO I040-SO-PTA
                   MOVE SO-DPTO TO I040-SO-DPTO
                   END-IF.
       070-9900-FIN.
       EXIT.

      *---
      *Hoja final con el total de la compania
      *---
       090-ESCRIBE-TOTALES SECTION.
       090-0100-ENCABEZA.
           MOVE 'TOTAL COMPANIA' TO R1-15-UNIDAD-TEXTO.
           PERFORM 110-ENCABEZADOS.
       090-0200-ESCRIBE.
           MOVE A002-ACUM-CIA TO W060-ACUM.
           MOVE 'N' TO S060-ES-DPTO.
           PERFORM 060-CALCULA-LINEA.
           MOVE SPACES TO R1-25-UNIDAD.
           MOVE 'TOTAL COMPANIA' TO R1-25-DESCRIPCION.
           WRITE R1-ROTACION FROM R1-25-LINEA-ROTACION AFTER 2.
           MOVE 'DEPARTAMENTOS REPORTADOS' TO R1-30-DESCRIPCION.
           MOVE A002-DPTOS-CIA TO R1-30-CUENTA.
           WRITE R1-ROTACION FROM R1-30-LINEA-TOTAL AFTER 3.
           MOVE 'DEPARTAMENTOS SENALADOS PARA RH' TO
               R1-30-DESCRIPCION.
           MOVE A990-DPTOS-SENALADOS TO R1-30-CUENTA.
           WRITE R1-ROTACION FROM R1-30-LINEA-TOTAL AFTER 1.
           MOVE 'BAJAS DEL PERIODO SIN ANTIGUEDAD' TO
               R1-30-DESCRIPCION.
           COMPUTE R1-30-CUENTA = A002-BAJAS - A002-BAJAS-ANTIG.
           WRITE R1-ROTACION FROM R1-30-LINEA-TOTAL AFTER 1.
       090-9900-FIN.
       EXIT.

      *---
      *Sustituye la historia de rotacion con la nueva: la anterior
      *sin el periodo reportado mas el periodo recien calculado.
      *---
       096-INSTALA-HISTORIA SECTION.
       096-0100-INICIO.
           OPEN INPUT ARCH-HN-HISTORIA-TRB.
           MOVE 0 TO S000-ESTADOARCHHTR.
           MOVE 0 TO S000-FINARCHHTR.
           OPEN OUTPUT ARCH-HR-HISTORIA.
           MOVE 0 TO S000-ESTADOARCHHIS.
       096-0200-COPIA.
           PERFORM 097-COPIA-UNA UNTIL S000-FINARCHHTR = 1.
           CLOSE ARCH-HN-HISTORIA-TRB.
           MOVE 1 TO S000-ESTADOARCHHTR.
           CLOSE ARCH-HR-HISTORIA.
           MOVE 1 TO S000-ESTADOARCHHIS.
       096-9900-FIN.
       EXIT.

       097-COPIA-UNA SECTION.
       097-0100-COPIA.
           READ ARCH-HN-HISTORIA-TRB AT END MOVE 1 TO
               S000-FINARCHHTR.
           IF S000-FINARCHHTR NOT = 1 THEN
               MOVE HN-HISTORIA TO HR-HISTORIA
               WRITE HR-HISTORIA
               END-IF.
       097-9900-FIN.
       EXIT.

       110-ENCABEZADOS SECTION.
       110-0100-INICIO.
           ADD 1 TO R1-NUM-HOJA.
           MOVE R1-NUM-HOJA TO R1-10-PAGNU.
       110-0200-ESCRIBE-ENCABEZADOS.
           WRITE R1-ROTACION FROM R1-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R1-ROTACION FROM R1-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R1-ROTACION FROM R1-15-ENCABEZADOS-TERCERA-LINEA
           AFTER 2.
           WRITE R1-ROTACION FROM R1-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           WRITE R1-ROTACION FROM R1-22-ENCABEZADOS-QUINTA-LINEA
           AFTER 1.
           MOVE 8 TO R1-NUM-LIN.
       110-9900-FIN.
       EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHEMP = 0
           THEN
               CLOSE ARCH-AE-ARCHIVO-EMP
               MOVE 1 TO S000-ESTADOARCHEMP.

           IF S000-ESTADOARCHALT = 0
           THEN
               CLOSE ARCH-AL-ARCHIVO-ALTAS
               MOVE 1 TO S000-ESTADOARCHALT.

           IF S000-ESTADOARCHBAJ = 0
           THEN
               CLOSE ARCH-BJ-ARCHIVO-BAJAS
               MOVE 1 TO S000-ESTADOARCHBAJ.

           IF S000-ESTADOARCHHIS = 0
           THEN
               CLOSE ARCH-HR-HISTORIA
               MOVE 1 TO S000-ESTADOARCHHIS.

           IF S000-ESTADOARCHHTR = 0
           THEN
               CLOSE ARCH-HN-HISTORIA-TRB
               MOVE 1 TO S000-ESTADOARCHHTR.

           IF S000-ESTADOARCHORG = 0
           THEN
               CLOSE ARCH-OR-CAT-ORGANIZACION
               MOVE 1 TO S000-ESTADOARCHORG.

           IF S000-ESTADOREPO = 0
           THEN
               CLOSE REPO-R1-ROTACION
               MOVE 1 TO S000-ESTADOREPO.

           PERFORM 990-CIFRAS-CONTROL.
       980-9900-FIN.
           GOBACK.

       990-CIFRAS-CONTROL SECTION.
       990-0100-INICIO.
       DISPLAY W000-PROG '  PERIODO REPORTADO                      '
      -    '           ' W005-PERIODO          .

       DISPLAY W000-PROG '  TRABAJADORES VIGENTES LEIDOS           '
      -    '           ' A990-EMP-LEIDOS       .

       DISPLAY W000-PROG '  ALTAS LEIDAS EN HISTORIA               '
      -    '           ' A990-ALTAS-LEIDAS     .

       DISPLAY W000-PROG '    ALTAS DEL PERIODO                    '
      -    '           ' A990-ALTAS-PERIODO    .

       DISPLAY W000-PROG '  BAJAS LEIDAS EN HISTORIA               '
      -    '           ' A990-BAJAS-LEIDAS     .

       DISPLAY W000-PROG '    BAJAS DEL PERIODO                    '
      -    '           ' A990-BAJAS-PERIODO    .

       DISPLAY W000-PROG '  TRANSFERENCIAS DEL PERIODO             '
      -    '           ' A990-TRASPASOS-PERIODO.

       DISPLAY W000-PROG '    REPETIDAS NO CONTADAS                '
      -    '           ' A990-REPETIDAS        .

       DISPLAY W000-PROG '    CON FECHA INVALIDA                   '
      -    '           ' A990-FECHA-INVALIDA   .

       DISPLAY W000-PROG '  HISTORIA DE ROTACION LEIDA             '
      -    '           ' A990-HIST-LEIDA       .

       DISPLAY W000-PROG '    CONSERVADA DE OTROS PERIODOS         '
      -    '           ' A990-HIST-CONSERVADA  .

       DISPLAY W000-PROG '    ESCRITA DEL PERIODO                  '
      -    '           ' A990-HIST-ESCRITA     .

       DISPLAY W000-PROG '  DEPARTAMENTOS REPORTADOS               '
      -    '           ' A990-DPTOS-REPORTADOS .

       DISPLAY W000-PROG '  DEPARTAMENTOS SENALADOS PARA RH        '
      -    '           ' A990-DPTOS-SENALADOS  .

       990-0200-ESCRIBE-MONITOR.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG             TO R9-PROGRAMA.
           COMPUTE R9-LEIDOS = A990-EMP-LEIDOS + A990-ALTAS-LEIDAS
               + A990-BAJAS-LEIDAS.
           MOVE A990-DPTOS-REPORTADOS TO R9-PROCESADOS.
           MOVE A990-FECHA-INVALIDA   TO R9-RECHAZADOS.
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
