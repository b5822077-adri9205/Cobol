       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CRIBACONSUMO.
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
      *Criba de consumos atipicos. Corre en el ciclo diario antes de
      *REPORTE-COMPARATIVO (P-COS720): con la historia de cada
      *PTA/DPTO/CODIGO (meses cerrados de ArchivoAnual.dat y el mes
      *en curso de ArchivoMensual.dat) calcula su consumo diario
      *normal, promedio y desviacion estandar, y marca el consumo RA
      *de hoy que cae fuera del rango esperado. Lo marcado queda en
      *ConsumoAtipico.dat y REPORTE-COMPARATIVO lo retiene fuera del
      *acumulado del mes hasta que un supervisor lo libera en
      *LiberaConsumo.dat.
      *---
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      *Entrada
      *----
           SELECT ARCH-AC-ARCHIVO-CONSUMO  ASSIGN W000-UT-S-DIR-CONSUMO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-AN-ARCHIVO-ANUAL ASSIGN
                                           W000-UT-S-DIR-ANUAL
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-MM-ARCHIVO-MENSUAL ASSIGN
                                           W000-UT-S-DIR-MENSUAL
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Meses de historia, factor de desviaciones y margen minimo que
      *fija costos; sin archivo se usan los valores de W000-CTES.
      *---
           SELECT OPTIONAL ARCH-PA-PARAM-ATIPICOS ASSIGN
                                           W000-UT-S-DIR-PARAM
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Liberaciones del supervisor: fecha del consumo retenido y su
      *PTA/DPTO/CODIGO, con la clave de quien libera.
      *---
           SELECT OPTIONAL ARCH-LB-ARCHIVO-LIBERA ASSIGN
                                           W000-UT-S-DIR-LIBERA
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Consumos retenidos de dias anteriores que REPORTE-COMPARATIVO
      *mantiene fuera del acumulado del mes.
      *---
           SELECT OPTIONAL ARCH-CR-ARCHIVO-RETENIDO ASSIGN
                                           W000-UT-S-DIR-RETENIDO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-AP-ARCHIVO-PRODUCTO ASSIGN W000-UT-S-DIR-PRODUCTO
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS RANDOM
                                           RECORD KEY IS RI-P-CODIGO.

           SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN
                                           W000-UT-S-DIR-FECHAPROC
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *----
      *Salida
      *----
           SELECT ARCH-XA-ARCHIVO-ATIPICO ASSIGN
                                           W000-UT-S-DIR-ATIPICO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT REPO-R1-REPORTE ASSIGN TO
           W000-UT-S-DIR-SALIDA-REPO.

           SELECT REPO-R2-RETENIDOS ASSIGN TO
           W000-UT-S-DIR-SALIDA-RETEN.

           SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN TO
           W000-UT-S-DIR-MONITOR.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ARCH-AC-ARCHIVO-CONSUMO
           LABEL RECORD STANDARD.
       01 AI-ARCHIVO-CONSUMO.
          05 RI-C-CVE                    PIC XX.
          05 RI-C-PTA                    PIC XXX.
          05 RI-C-DPTO                   PIC X(6).
          05 RI-C-CODIGO                 PIC X(6).
          05 RI-C-CANT-CONSUMO           PIC 9(8).

       FD  ARCH-AN-ARCHIVO-ANUAL
           LABEL RECORD STANDARD.
       01 AN-ACUMULADO-ANUAL.
          05 AN-ANIO                     PIC 9(4).
          05 AN-MES                      PIC 9(2).
          05 AN-LLAVE.
              10 AN-PTA                  PIC XXX.
              10 AN-DPTO                 PIC X(6).
              10 AN-CODIGO               PIC X(6).
          05 AN-RA-CONSUMO               PIC S9(8).
          05 AN-RA-IMPORTE               PIC S9(11)V99.
          05 AN-RP-CONSUMO               PIC S9(8).
          05 AN-RP-IMPORTE               PIC S9(11)V99.
          05 AN-DIAS                     PIC 9(3).

       FD  ARCH-MM-ARCHIVO-MENSUAL
           LABEL RECORD STANDARD.
       01 AI-ARCHIVO-MENSUAL.
          05 RI-MM-LLAVE.
              10 RI-MM-PTA               PIC XXX.
              10 RI-MM-DPTO              PIC X(6).
              10 RI-MM-CODIGO            PIC X(6).
          05 RI-MM-RA-CONSUMO            PIC S9(8).
          05 RI-MM-RA-IMPORTE            PIC S9(11)V99.
          05 RI-MM-RP-CONSUMO            PIC S9(8).
          05 RI-MM-RP-IMPORTE            PIC S9(11)V99.
          05 RI-MM-DIAS                  PIC 9(3).

      *---
      *PA-FACTOR en decimas (30 = 3.0 desviaciones); PA-MARGEN es el
      *ancho minimo del rango en porciento del promedio, para los
      *productos de consumo casi constante.
      *---
       FD  ARCH-PA-PARAM-ATIPICOS
           LABEL RECORD STANDARD.
       01 PA-PARAMETRO.
          05 PA-MESES                    PIC X(2).
          05 PA-FACTOR                   PIC X(2).
          05 PA-MARGEN                   PIC X(3).
          05 PA-MIN-MESES                PIC X(2).

       FD  ARCH-LB-ARCHIVO-LIBERA
           LABEL RECORD STANDARD.
       01 LB-LIBERACION.
          05 LB-FECHA                    PIC 9(8).
          05 LB-LLAVE.
              10 LB-PTA                  PIC XXX.
              10 LB-DPTO                 PIC X(6).
              10 LB-CODIGO               PIC X(6).
          05 LB-SUPERVISOR               PIC X(8).

       FD  ARCH-CR-ARCHIVO-RETENIDO
           LABEL RECORD STANDARD.
       01 CR-RETENIDO.
          05 CR-FECHA                    PIC 9(8).
          05 CR-LLAVE.
              10 CR-PTA                  PIC XXX.
              10 CR-DPTO                 PIC X(6).
              10 CR-CODIGO               PIC X(6).
          05 CR-RA-CONSUMO               PIC S9(8).
          05 CR-RA-IMPORTE               PIC S9(11)V99.
          05 CR-RP-CONSUMO               PIC S9(8).
          05 CR-RP-IMPORTE               PIC S9(11)V99.

       FD  ARCH-AP-ARCHIVO-PRODUCTO
           LABEL RECORD STANDARD.
       01 AI-ARCHIVO-PRODUCTO.
           05 RI-P-CODIGO                PIC X(6).
           05 RI-P-DESCRIPCION           PIC X(30).
           05 RI-P-CTO                   PIC 9(6)V99.

       FD  ARCH-FP-ARCHIVO-FECHAPROC
           LABEL RECORD STANDARD.
       01  FP-REGISTRO.
           05 FP-FECHA                   PIC X(8).

      *---
      *Consumo marcado del dia. AT-ESTADO: 'R' retenido, 'L' ya
      *liberado por el supervisor antes de la corrida.
      *---
       FD  ARCH-XA-ARCHIVO-ATIPICO
           LABEL RECORD STANDARD.
       01 AT-ATIPICO.
          05 AT-FECHA                    PIC 9(8).
          05 AT-LLAVE.
              10 AT-PTA                  PIC XXX.
              10 AT-DPTO                 PIC X(6).
              10 AT-CODIGO               PIC X(6).
          05 AT-CANTIDAD                 PIC 9(8).
          05 AT-MINIMO                   PIC 9(8).
          05 AT-MAXIMO                   PIC 9(8).
          05 AT-ESTADO                   PIC X.

       FD  REPO-R1-REPORTE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD STANDARD.
       01  R1-ATIPICO                    PIC X(120).

       FD  REPO-R2-RETENIDOS
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD STANDARD.
       01  R2-RETENIDO                   PIC X(120).

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
           05  S000-ESTADOARCHCONSUMO    PIC X  VALUE '0'.
           05  S010-FINARCHCONSUMO       PIC 9.
           05  S000-ESTADOARCHANUAL      PIC X  VALUE '0'.
           05  S020-FINARCHANUAL         PIC 9.
           05  S000-ESTADOARCHMENSUAL    PIC X  VALUE '0'.
           05  S024-FINARCHMENSUAL       PIC 9.
           05  S000-ESTADOARCHPA         PIC X  VALUE '0'.
           05  S005-FINARCHPA            PIC 9.
           05  S000-ESTADOARCHLB         PIC X  VALUE '0'.
           05  S030-FINARCHLB            PIC 9.
           05  S000-ESTADOARCHCR         PIC X  VALUE '0'.
           05  S060-FINARCHCR            PIC 9.
           05  S000-ESTADOARCHPRODUCTO   PIC X  VALUE '0'.
           05  S003-FINARCHFECHAPROC     PIC 9.
           05  S000-ESTADOARCHFECHAPROC  PIC X  VALUE '0'.
           05  S000-ESTADOARCHXA         PIC X  VALUE '0'.
           05  S000-ESTADOREPO           PIC X  VALUE '0'.
           05  S000-ESTADOREPORETEN      PIC X  VALUE '0'.
           05  S000-ESTADOARCHCM         PIC X.
           05  S015-ALTA                 PIC X.
           05  S042-PRODUCTO-VALIDO      PIC X.

      *---
      *Constantes
      *---
       01  W000-CTES.
           05  W000-PROG                 PIC X(8)
                                         VALUE 'P-COS718'.
           05  W000-UT-S-DIR-CONSUMO     PIC X(20)
                                         VALUE 'ArchivoConsumo.dat'.
           05  W000-UT-S-DIR-ANUAL       PIC X(20)
                                         VALUE 'ArchivoAnual.dat'.
           05  W000-UT-S-DIR-MENSUAL     PIC X(20)
                                         VALUE 'ArchivoMensual.dat'.
           05  W000-UT-S-DIR-PARAM       PIC X(20)
                                         VALUE 'ParamAtipicos.dat'.
           05  W000-UT-S-DIR-LIBERA      PIC X(20)
                                         VALUE 'LiberaConsumo.dat'.
           05  W000-UT-S-DIR-RETENIDO    PIC X(20)
                                         VALUE 'ConsumoRetenido.dat'.
           05  W000-UT-S-DIR-PRODUCTO     PIC X(20)
                                         VALUE 'ArchivoProducto.dat'.
           05  W000-UT-S-DIR-FECHAPROC   PIC X(20)
                                         VALUE 'FechaProceso.dat'.
           05  W000-UT-S-DIR-ATIPICO     PIC X(20)
                                         VALUE 'ConsumoAtipico.dat'.
           05  W000-UT-S-DIR-SALIDA-REPO PIC X(30)
                                         VALUE 'ReporteAtipicos.txt'.
           05  W000-UT-S-DIR-SALIDA-RETEN PIC X(30)
                                         VALUE 'ReporteRetenidos.txt'.
           05  W000-UT-S-DIR-MONITOR     PIC X(20)
                                         VALUE 'CifrasControl.txt'.
           05  W000-CVE-ALMACEN          PIC XX
                                         VALUE 'RA'.
           05  W000-PTA-CONTROL          PIC XXX
                                         VALUE '***'.
      *---
      *Valores por omision de la criba
      *---
           05  W000-MESES                PIC 9(2)
                                         VALUE 6.
           05  W000-FACTOR               PIC 9V9
                                         VALUE 3.0.
           05  W000-MARGEN               PIC 9(3)
                                         VALUE 20.
           05  W000-MIN-MESES            PIC 9(2)
                                         VALUE 3.

      *---
      *Fecha de proceso del ciclo
      *---
       01 W003-FECHA-PROCESO.
           05 W003-ANIO                   PIC 9(4).
           05 W003-MES                    PIC 9(2).
           05 W003-DIA                    PIC 9(2).

       01 W003-FECHA-NUM REDEFINES W003-FECHA-PROCESO PIC 9(8).

      *---
      *Parametros de la corrida y ventana de meses de historia,
      *expresada como anio * 12 + mes para comparar sin importar el
      *cambio de anio.
      *---
       01 W005-PARAMETROS.
           05 W005-MESES                  PIC 9(2).
           05 W005-FACTOR                 PIC 9V9.
           05 W005-DECIMAS                PIC 9(2).
           05 W005-MARGEN                 PIC 9(3).
           05 W005-MIN-MESES              PIC 9(2).
           05 W005-MES-ACTUAL             PIC 9(6).
           05 W005-MES-DESDE              PIC 9(6).
           05 W005-MES-REG                PIC 9(6).

      *---
      *Consumo RA del dia por PTA/DPTO/CODIGO y su historia: una
      *observacion por mes con el consumo diario promedio del mes
      *(consumo del mes entre dias con movimiento). Un mes repetido
      *en la historia (reproceso del cierre) reemplaza al anterior.
      *---
       01 T015-TABLA-CONSUMOS.
           05 T015-NUM-LLAVES          PIC S9(4) COMP VALUE ZERO.
           05 T015-ENTRADA OCCURS 500 TIMES.
               10 T015-LLAVE.
                   15 T015-PTA            PIC XXX.
                   15 T015-DPTO           PIC X(6).
                   15 T015-CODIGO         PIC X(6).
               10 T015-HOY                PIC 9(9).
               10 T015-NUM-OBS            PIC S9(4) COMP.
               10 T015-OBS OCCURS 13 TIMES.
                   15 T015-OBS-MES        PIC 9(6).
                   15 T015-OBS-TASA       PIC 9(8)V99.

       01 T015-IDX                     PIC S9(4) COMP.

       01 T015-IDX-HALLADO             PIC S9(4) COMP.

       01 T015-OBS-IDX                 PIC S9(4) COMP.

       01 T015-OBS-HALLADO             PIC S9(4) COMP.

      *---
      *Llave que se busca en la tabla de consumos
      *---
       01 W015-LLAVE.
           05 W015-PTA                    PIC XXX.
           05 W015-DPTO                   PIC X(6).
           05 W015-CODIGO                 PIC X(6).

       01 W028-TASA                       PIC 9(8)V99.

      *---
      *Liberaciones del supervisor
      *---
       01 T030-TABLA-LIBERA.
           05 T030-NUM-LIBERA          PIC S9(4) COMP VALUE ZERO.
           05 T030-ENTRADA OCCURS 300 TIMES.
               10 T030-FECHA              PIC 9(8).
               10 T030-LLAVE              PIC X(15).
               10 T030-SUPERVISOR         PIC X(8).

       01 T030-IDX                     PIC S9(4) COMP.

       01 T030-IDX-HALLADO             PIC S9(4) COMP.

       01 W034-BUSCA.
           05 W034-FECHA                  PIC 9(8).
           05 W034-LLAVE                  PIC X(15).

      *---
      *Estadistica de la combinacion en curso
      *---
       01 W044-VARS.
           05 W044-SUMA                   PIC S9(11)V99.
           05 W044-CUADRADOS              PIC S9(16)V99.
           05 W044-PROMEDIO               PIC S9(8)V99.
           05 W044-VARIANZA               PIC S9(16)V99.
           05 W044-DESVIACION             PIC S9(8)V99.
           05 W044-BANDA                  PIC S9(9)V99.
           05 W044-PISO                   PIC S9(9)V99.
           05 W044-MINIMO                 PIC S9(9)V99.
           05 W044-MAXIMO                 PIC S9(9)V99.

       01 W042-VARS.
           05 W042-COSTO                  PIC 9(6)V99.
           05 W042-IMPACTO                PIC S9(11)V99.
           05 W042-DESCRIPCION            PIC X(30).
           05 W042-ESTADO                 PIC X.

      *---
      *Totales de valor
      *---
       01 A040-TOTALES.
           05 A040-IMPACTO-RETENIDO       PIC S9(11)V99.
           05 A040-IMPACTO-LIBERADO       PIC S9(11)V99.

       01 A060-TOTALES.
           05 A060-IMPORTE-RETENIDO       PIC S9(11)V99.
           05 A060-IMPORTE-LIBERA         PIC S9(11)V99.

      *---
      *Cifras de control
      *---
       01 A990-CIFRAS-CONTROL.
           05 A990-CONSUMOS-LEIDOS        PIC S9(9).
           05 A990-CONSUMOS-RP            PIC S9(9).
           05 A990-LLAVES-DEL-DIA         PIC S9(9).
           05 A990-ANUAL-LEIDOS           PIC S9(9).
           05 A990-OBSERVACIONES          PIC S9(9).
           05 A990-SIN-HISTORIA           PIC S9(9).
           05 A990-EVALUADAS              PIC S9(9).
           05 A990-ATIPICOS               PIC S9(9).
           05 A990-ATIPICOS-RETENIDOS     PIC S9(9).
           05 A990-ATIPICOS-LIBERADOS     PIC S9(9).
           05 A990-LIBERA-LEIDAS          PIC S9(9).
           05 A990-LIBERA-INVALIDAS       PIC S9(9).
           05 A990-RETENIDOS-LEIDOS       PIC S9(9).
           05 A990-RETENIDOS-LIBERA       PIC S9(9).

       01 W990-TOTAL-LEIDO                PIC S9(9).

      *---
      *Variables de los reportes
      *---
       01 R1-VARS.
           05 R1-NUM-HOJA                 PIC S9(9)       VALUE 0.
           05 R1-NUM-LIN                  PIC S9(9).
           05 R1-MAX-LIN                  PIC S9(9)       VALUE +50.

       01 R2-VARS.
           05 R2-NUM-HOJA                 PIC S9(9)       VALUE 0.
           05 R2-NUM-LIN                  PIC S9(9).
           05 R2-MAX-LIN                  PIC S9(9)       VALUE +50.

      *---
      *Segunda linea de titulo, comun a los dos reportes
      *---
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

      *---
      *Consumos atipicos del dia
      *---
       01 R1-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(12)       VALUE SPACES.
           05 FILLER                      PIC X(42)       VALUE
           "CONSUMOS FUERA DE SU RANGO HISTORICO".
           05 FILLER                      PIC X(57)       VALUE SPACES.

       01 R1-15-ENCABEZADOS-TERCERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 FILLER                      PIC X(20)       VALUE
           "MESES DE HISTORIA".
           05 R1-15-MESES                 PIC Z9.
           05 FILLER                      PIC X(5)        VALUE SPACES.
           05 FILLER                      PIC X(21)       VALUE
           "FACTOR DESVIACIONES".
           05 R1-15-FACTOR                PIC 9.9.
           05 FILLER                      PIC X(5)        VALUE SPACES.
           05 FILLER                      PIC X(22)       VALUE
           "MARGEN MINIMO (%)".
           05 R1-15-MARGEN                PIC ZZ9.
           05 FILLER                      PIC X(38)       VALUE SPACES.

       01 R1-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(40)       VALUE
           " PTA DPTO   CODIGO DESCRIPCION".
           05 FILLER                      PIC X(4)        VALUE
           "MES".
           05 FILLER                      PIC X(11)       VALUE
           "  PROMEDIO".
           05 FILLER                      PIC X(11)       VALUE
           " RANGO MIN".
           05 FILLER                      PIC X(11)       VALUE
           " RANGO MAX".
           05 FILLER                      PIC X(11)       VALUE
           "      REAL".
           05 FILLER                      PIC X(16)       VALUE
           "   IMPACTO VALOR".
           05 FILLER                      PIC X(16)       VALUE
           " ESTADO".

       01 R1-25-LINEA-ATIPICO.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-PTA                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-DPTO                  PIC X(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-CODIGO                PIC X(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-DESCRIPCION           PIC X(20).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-MESES                 PIC Z9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-PROMEDIO              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-MINIMO                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-MAXIMO                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-REAL                  PIC ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-IMPACTO               PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-ESTADO                PIC X(10).
           05 FILLER                      PIC X(5)        VALUE SPACES.

       01 R1-30-TOTAL.
           05 FILLER                      PIC X(5)        VALUE SPACES.
           05 R1-30-LEYENDA               PIC X(40).
           05 FILLER                      PIC X(44)       VALUE SPACES.
           05 R1-30-IMPACTO               PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(16)       VALUE SPACES.

      *---
      *Consumos retenidos en espera de liberacion
      *---
       01 R2-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(12)       VALUE SPACES.
           05 FILLER                      PIC X(42)       VALUE
           "CONSUMOS RETENIDOS FUERA DEL MES".
           05 FILLER                      PIC X(57)       VALUE SPACES.

       01 R2-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(30)       VALUE
           " FECHA    PTA DPTO   CODIGO".
           05 FILLER                      PIC X(12)       VALUE
           " CONSUMO RA".
           05 FILLER                      PIC X(19)       VALUE
           "        IMPORTE RA".
           05 FILLER                      PIC X(12)       VALUE
           " CONSUMO RP".
           05 FILLER                      PIC X(19)       VALUE
           "        IMPORTE RP".
           05 FILLER                      PIC X(28)       VALUE
           "  ESTADO      SUPERVISOR".

       01 R2-25-LINEA-RETENIDO.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-FECHA                 PIC 9(8).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-PTA                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-DPTO                  PIC X(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-CODIGO                PIC X(6).
           05 FILLER                      PIC X(3)        VALUE SPACES.
           05 R2-25-RA-CONSUMO            PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-RA-IMPORTE            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-RP-CONSUMO            PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-RP-IMPORTE            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R2-25-ESTADO                PIC X(12).
           05 R2-25-SUPERVISOR            PIC X(8).
           05 FILLER                      PIC X(6)        VALUE SPACES.

       01 R2-30-TOTAL.
           05 FILLER                      PIC X(5)        VALUE SPACES.
           05 R2-30-LEYENDA               PIC X(37).
           05 FILLER                      PIC X(12)       VALUE SPACES.
           05 R2-30-IMPORTE               PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(51)       VALUE SPACES.

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
           MOVE ZEROS TO A040-TOTALES.
           MOVE ZEROS TO A060-TOTALES.
           PERFORM 003-FECHA-PROCESO.
           MOVE W003-FECHA-NUM TO R0-10-FECHA.
           PERFORM 005-LEE-PARAMETROS.
           OPEN INPUT ARCH-AP-ARCHIVO-PRODUCTO.
           MOVE '1' TO S000-ESTADOARCHPRODUCTO.
           OPEN OUTPUT ARCH-XA-ARCHIVO-ATIPICO.
           MOVE '1' TO S000-ESTADOARCHXA.
           OPEN OUTPUT REPO-R1-REPORTE.
           MOVE '1' TO S000-ESTADOREPO.
           MOVE R1-MAX-LIN TO R1-NUM-LIN.
           MOVE W000-PROG TO R1-05-CONSPRO.
           OPEN OUTPUT REPO-R2-RETENIDOS.
           MOVE '1' TO S000-ESTADOREPORETEN.
           MOVE R2-MAX-LIN TO R2-NUM-LIN.
           MOVE W000-PROG TO R2-05-CONSPRO.
      *---
      *Primero el consumo del dia, para que de la historia solo se
      *guarden las combinaciones que hoy hay que cribar.
      *---
       000-0200-CARGA.
           PERFORM 010-CARGA-CONSUMO.
           PERFORM 020-CARGA-ANUAL.
           PERFORM 024-CARGA-MENSUAL.
           PERFORM 030-CARGA-LIBERACIONES.
       000-0300-EVALUA.
           PERFORM 040-EVALUA-CONSUMOS.
       000-0400-RETENIDOS.
           PERFORM 060-LISTA-RETENIDOS.
       000-0600-TERMINA.
           CLOSE ARCH-AP-ARCHIVO-PRODUCTO.
           MOVE '0' TO S000-ESTADOARCHPRODUCTO.
           CLOSE ARCH-XA-ARCHIVO-ATIPICO.
           MOVE '0' TO S000-ESTADOARCHXA.
           CLOSE REPO-R1-REPORTE.
           MOVE '0' TO S000-ESTADOREPO.
           CLOSE REPO-R2-RETENIDOS.
           MOVE '0' TO S000-ESTADOREPORETEN.
           IF A990-ATIPICOS-RETENIDOS > 0
              OR A990-LIBERA-INVALIDAS > 0 THEN
               MOVE 4 TO RETURN-CODE
               DISPLAY W000-PROG '  HAY CONSUMOS RETENIDOS O '
      -        'LIBERACIONES INVALIDAS, VER ReporteAtipicos.txt'
               END-IF.
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
      *Parametros de la criba. Un campo vacio o no numerico deja el
      *valor por omision; la historia se limita a doce meses y se
      *piden al menos dos meses para poder medir la dispersion.
      *---
       005-LEE-PARAMETROS SECTION.
       005-0100-INICIO.
           MOVE W000-MESES TO W005-MESES.
           MOVE W000-FACTOR TO W005-FACTOR.
           MOVE W000-MARGEN TO W005-MARGEN.
           MOVE W000-MIN-MESES TO W005-MIN-MESES.
           OPEN INPUT ARCH-PA-PARAM-ATIPICOS.
           MOVE 0 TO S005-FINARCHPA.
           MOVE '1' TO S000-ESTADOARCHPA.
           READ ARCH-PA-PARAM-ATIPICOS AT END MOVE 1 TO
               S005-FINARCHPA.
           IF S005-FINARCHPA NOT = 1 THEN
               IF PA-MESES IS NUMERIC THEN
                   MOVE PA-MESES TO W005-MESES
                   END-IF
               IF PA-FACTOR IS NUMERIC THEN
                   MOVE PA-FACTOR TO W005-DECIMAS
                   COMPUTE W005-FACTOR = W005-DECIMAS / 10
                   END-IF
               IF PA-MARGEN IS NUMERIC THEN
                   MOVE PA-MARGEN TO W005-MARGEN
                   END-IF
               IF PA-MIN-MESES IS NUMERIC THEN
                   MOVE PA-MIN-MESES TO W005-MIN-MESES
                   END-IF
               END-IF.
           CLOSE ARCH-PA-PARAM-ATIPICOS.
           MOVE '0' TO S000-ESTADOARCHPA.
       005-0200-LIMITES.
           IF W005-MESES > 12 THEN
               MOVE 12 TO W005-MESES
               END-IF.
           IF W005-MESES < 1 THEN
               MOVE 1 TO W005-MESES
               END-IF.
           IF W005-MIN-MESES < 2 THEN
               MOVE 2 TO W005-MIN-MESES
               END-IF.
           IF W005-FACTOR = ZERO THEN
               MOVE W000-FACTOR TO W005-FACTOR
               END-IF.
           COMPUTE W005-MES-ACTUAL = W003-ANIO * 12 + W003-MES.
           COMPUTE W005-MES-DESDE = W005-MES-ACTUAL - W005-MESES.
           MOVE W005-MESES TO R1-15-MESES.
           MOVE W005-FACTOR TO R1-15-FACTOR.
           MOVE W005-MARGEN TO R1-15-MARGEN.
       005-990-FIN.
           EXIT.

      *---
      *Suma el consumo RA del dia por PTA/DPTO/CODIGO; el consumo RP
      *es la cifra programada y no se criba.
      *---
       010-CARGA-CONSUMO SECTION.
       010-0100-INICIO.
           OPEN INPUT ARCH-AC-ARCHIVO-CONSUMO.
           MOVE 0 TO S010-FINARCHCONSUMO.
           MOVE '1' TO S000-ESTADOARCHCONSUMO.
       010-0200-CARGA.
           PERFORM 012-LEE-CONSUMO UNTIL S010-FINARCHCONSUMO = 1.
           CLOSE ARCH-AC-ARCHIVO-CONSUMO.
           MOVE '0' TO S000-ESTADOARCHCONSUMO.
       010-990-FIN.
           EXIT.

       012-LEE-CONSUMO SECTION.
       012-0100-LEE.
           READ ARCH-AC-ARCHIVO-CONSUMO AT END MOVE 1 TO
               S010-FINARCHCONSUMO.
           IF S010-FINARCHCONSUMO NOT = 1 THEN
               ADD 1 TO A990-CONSUMOS-LEIDOS
               IF RI-C-CVE NOT = W000-CVE-ALMACEN THEN
                   ADD 1 TO A990-CONSUMOS-RP
                   ELSE
                       MOVE RI-C-PTA TO W015-PTA
                       MOVE RI-C-DPTO TO W015-DPTO
                       MOVE RI-C-CODIGO TO W015-CODIGO
                       MOVE 'S' TO S015-ALTA
                       PERFORM 015-BUSCA-LLAVE
                       ADD RI-C-CANT-CONSUMO TO
                           T015-HOY(T015-IDX-HALLADO)
                       END-IF
               END-IF.
       012-990-FIN.
           EXIT.

      *---
      *Busca W015-LLAVE en la tabla de consumos; con S015-ALTA en
      *'S' una combinacion que no existe se agrega sin historia.
      *---
       015-BUSCA-LLAVE SECTION.
       015-0100-BUSCA.
           MOVE ZERO TO T015-IDX-HALLADO.
           MOVE 1 TO T015-IDX.
           PERFORM 015-0300-COMPARA-UNO
               UNTIL T015-IDX-HALLADO > 0 OR T015-IDX > T015-NUM-LLAVES.
       015-0200-ALTA.
           IF T015-IDX-HALLADO = 0 AND S015-ALTA = 'S' THEN
               IF T015-NUM-LLAVES NOT < 500 THEN
                   DISPLAY '          LOS CONSUMOS DEL DIA EXCEDEN '
      -            'LA TABLA DE TRABAJO'
                   DISPLAY '          TERMINACION ANORMAL, CODIGO 16  '
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T015-NUM-LLAVES
               MOVE T015-NUM-LLAVES TO T015-IDX-HALLADO
               MOVE W015-LLAVE TO T015-LLAVE(T015-IDX-HALLADO)
               MOVE ZERO TO T015-HOY(T015-IDX-HALLADO)
               MOVE ZERO TO T015-NUM-OBS(T015-IDX-HALLADO)
               ADD 1 TO A990-LLAVES-DEL-DIA
               END-IF.
       015-990-FIN.
           EXIT.

       015-0300-COMPARA-UNO SECTION.
       015-0310-COMPARA.
           IF T015-LLAVE(T015-IDX) = W015-LLAVE THEN
               MOVE T015-IDX TO T015-IDX-HALLADO
               END-IF.
           ADD 1 TO T015-IDX.
       015-990-FIN.
           EXIT.

      *---
      *Meses cerrados dentro de la ventana de historia
      *---
       020-CARGA-ANUAL SECTION.
       020-0100-INICIO.
           OPEN INPUT ARCH-AN-ARCHIVO-ANUAL.
           MOVE 0 TO S020-FINARCHANUAL.
           MOVE '1' TO S000-ESTADOARCHANUAL.
       020-0200-CARGA.
           PERFORM 022-LEE-ANUAL UNTIL S020-FINARCHANUAL = 1.
           CLOSE ARCH-AN-ARCHIVO-ANUAL.
           MOVE '0' TO S000-ESTADOARCHANUAL.
       020-990-FIN.
           EXIT.

       022-LEE-ANUAL SECTION.
       022-0100-LEE.
           READ ARCH-AN-ARCHIVO-ANUAL AT END MOVE 1 TO
               S020-FINARCHANUAL.
           IF S020-FINARCHANUAL NOT = 1 THEN
               ADD 1 TO A990-ANUAL-LEIDOS
               COMPUTE W005-MES-REG = AN-ANIO * 12 + AN-MES
               IF W005-MES-REG NOT < W005-MES-DESDE
                  AND W005-MES-REG < W005-MES-ACTUAL
                  AND AN-DIAS > 0 AND AN-RA-CONSUMO > 0 THEN
                   MOVE AN-LLAVE TO W015-LLAVE
                   MOVE 'N' TO S015-ALTA
                   PERFORM 015-BUSCA-LLAVE
                   IF T015-IDX-HALLADO > 0 THEN
                       COMPUTE W028-TASA ROUNDED =
                           AN-RA-CONSUMO / AN-DIAS
                       PERFORM 028-GUARDA-OBSERVACION
                       END-IF
                   END-IF
               END-IF.
       022-990-FIN.
           EXIT.

      *---
      *El mes en curso cuenta como una observacion mas en cuanto
      *tiene dias con movimiento.
      *---
       024-CARGA-MENSUAL SECTION.
       024-0100-INICIO.
           OPEN INPUT ARCH-MM-ARCHIVO-MENSUAL.
           MOVE 0 TO S024-FINARCHMENSUAL.
           MOVE '1' TO S000-ESTADOARCHMENSUAL.
           MOVE W005-MES-ACTUAL TO W005-MES-REG.
       024-0200-CARGA.
           PERFORM 026-LEE-MENSUAL UNTIL S024-FINARCHMENSUAL = 1.
           CLOSE ARCH-MM-ARCHIVO-MENSUAL.
           MOVE '0' TO S000-ESTADOARCHMENSUAL.
       024-990-FIN.
           EXIT.

       026-LEE-MENSUAL SECTION.
       026-0100-LEE.
           READ ARCH-MM-ARCHIVO-MENSUAL AT END MOVE 1 TO
               S024-FINARCHMENSUAL.
           IF S024-FINARCHMENSUAL NOT = 1
              AND RI-MM-PTA NOT = W000-PTA-CONTROL
              AND RI-MM-DIAS > 0 AND RI-MM-RA-CONSUMO > 0 THEN
               MOVE RI-MM-LLAVE TO W015-LLAVE
               MOVE 'N' TO S015-ALTA
               PERFORM 015-BUSCA-LLAVE
               IF T015-IDX-HALLADO > 0 THEN
                   COMPUTE W028-TASA ROUNDED =
                       RI-MM-RA-CONSUMO / RI-MM-DIAS
                   PERFORM 028-GUARDA-OBSERVACION
                   END-IF
               END-IF.
       026-990-FIN.
           EXIT.

      *---
      *Guarda W028-TASA como la observacion del mes W005-MES-REG de
      *la combinacion T015-IDX-HALLADO.
      *---
       028-GUARDA-OBSERVACION SECTION.
       028-0100-BUSCA.
           MOVE ZERO TO T015-OBS-HALLADO.
           MOVE 1 TO T015-OBS-IDX.
           PERFORM 028-0300-COMPARA-MES
               UNTIL T015-OBS-HALLADO > 0
                  OR T015-OBS-IDX > T015-NUM-OBS(T015-IDX-HALLADO).
       028-0200-GUARDA.
           IF T015-OBS-HALLADO = 0
              AND T015-NUM-OBS(T015-IDX-HALLADO) < 13 THEN
               ADD 1 TO T015-NUM-OBS(T015-IDX-HALLADO)
               MOVE T015-NUM-OBS(T015-IDX-HALLADO) TO T015-OBS-HALLADO
               MOVE W005-MES-REG TO
                   T015-OBS-MES(T015-IDX-HALLADO, T015-OBS-HALLADO)
               ADD 1 TO A990-OBSERVACIONES
               END-IF.
           IF T015-OBS-HALLADO > 0 THEN
               MOVE W028-TASA TO
                   T015-OBS-TASA(T015-IDX-HALLADO, T015-OBS-HALLADO)
               END-IF.
       028-990-FIN.
           EXIT.

       028-0300-COMPARA-MES SECTION.
       028-0310-COMPARA.
           IF T015-OBS-MES(T015-IDX-HALLADO, T015-OBS-IDX)
              = W005-MES-REG THEN
               MOVE T015-OBS-IDX TO T015-OBS-HALLADO
               END-IF.
           ADD 1 TO T015-OBS-IDX.
       028-990-FIN.
           EXIT.

      *---
      *Liberaciones del supervisor; una sin clave de supervisor no
      *se toma en cuenta.
      *---
       030-CARGA-LIBERACIONES SECTION.
       030-0100-INICIO.
           OPEN INPUT ARCH-LB-ARCHIVO-LIBERA.
           MOVE 0 TO S030-FINARCHLB.
           MOVE '1' TO S000-ESTADOARCHLB.
           MOVE ZERO TO T030-NUM-LIBERA.
       030-0200-CARGA.
           PERFORM 032-LEE-LIBERACION UNTIL S030-FINARCHLB = 1.
           CLOSE ARCH-LB-ARCHIVO-LIBERA.
           MOVE '0' TO S000-ESTADOARCHLB.
       030-990-FIN.
           EXIT.

       032-LEE-LIBERACION SECTION.
       032-0100-LEE.
           READ ARCH-LB-ARCHIVO-LIBERA AT END MOVE 1 TO S030-FINARCHLB.
           IF S030-FINARCHLB NOT = 1 THEN
               ADD 1 TO A990-LIBERA-LEIDAS
               IF LB-FECHA IS NOT NUMERIC OR LB-SUPERVISOR = SPACES
               THEN
                   ADD 1 TO A990-LIBERA-INVALIDAS
                   DISPLAY W000-PROG '  LIBERACION SIN FECHA O SIN '
      -            'SUPERVISOR: ' LB-LIBERACION
                   ELSE
                   IF T030-NUM-LIBERA NOT < 300 THEN
                       DISPLAY '          LAS LIBERACIONES EXCEDEN '
      -                'LA TABLA DE TRABAJO'
                       DISPLAY '          TERMINACION ANORMAL, CODIGO'
      -                ' 16  '
                       PERFORM 980-ABORTA
                       END-IF
                   ADD 1 TO T030-NUM-LIBERA
                   MOVE LB-FECHA TO T030-FECHA(T030-NUM-LIBERA)
                   MOVE LB-LLAVE TO T030-LLAVE(T030-NUM-LIBERA)
                   MOVE LB-SUPERVISOR TO
                       T030-SUPERVISOR(T030-NUM-LIBERA)
                   END-IF
               END-IF.
       032-990-FIN.
           EXIT.

      *---
      *Busca la liberacion de W034-FECHA / W034-LLAVE
      *---
       034-BUSCA-LIBERACION SECTION.
       034-0100-BUSCA.
           MOVE ZERO TO T030-IDX-HALLADO.
           MOVE 1 TO T030-IDX.
           PERFORM 034-0300-COMPARA-UNO
               UNTIL T030-IDX-HALLADO > 0 OR T030-IDX > T030-NUM-LIBERA.
       034-990-FIN.
           EXIT.

       034-0300-COMPARA-UNO SECTION.
       034-0310-COMPARA.
           IF T030-FECHA(T030-IDX) = W034-FECHA
              AND T030-LLAVE(T030-IDX) = W034-LLAVE THEN
               MOVE T030-IDX TO T030-IDX-HALLADO
               END-IF.
           ADD 1 TO T030-IDX.
       034-990-FIN.
           EXIT.

      *---
      *Criba cada combinacion consumida hoy contra su historia
      *---
       040-EVALUA-CONSUMOS SECTION.
       040-0100-INICIO.
           MOVE 1 TO T015-IDX-HALLADO.
       040-0200-EVALUA.
           PERFORM 042-EVALUA-UNO
               UNTIL T015-IDX-HALLADO > T015-NUM-LLAVES.
       040-0300-TOTALES.
           IF A990-ATIPICOS = 0 THEN
               PERFORM 090-ENCABEZADOS
               MOVE 'SIN CONSUMOS FUERA DE RANGO' TO R1-30-LEYENDA
               MOVE ZERO TO R1-30-IMPACTO
               WRITE R1-ATIPICO FROM R1-30-TOTAL AFTER 2
               ELSE
               MOVE 'IMPACTO RETENIDO FUERA DEL MES' TO R1-30-LEYENDA
               MOVE A040-IMPACTO-RETENIDO TO R1-30-IMPACTO
               WRITE R1-ATIPICO FROM R1-30-TOTAL AFTER 2
               MOVE 'IMPACTO YA LIBERADO POR SUPERVISOR' TO
                   R1-30-LEYENDA
               MOVE A040-IMPACTO-LIBERADO TO R1-30-IMPACTO
               WRITE R1-ATIPICO FROM R1-30-TOTAL AFTER 1
               END-IF.
       040-990-FIN.
           EXIT.

      *---
      *Sin suficientes meses de historia la combinacion no se criba.
      *El rango esperado es el promedio mas/menos el factor de
      *desviaciones, nunca mas angosto que el margen minimo; el
      *impacto es lo que el consumo de hoy se aparta del promedio,
      *al costo vigente del producto.
      *---
       042-EVALUA-UNO SECTION.
       042-0100-HISTORIA.
           IF T015-NUM-OBS(T015-IDX-HALLADO) < W005-MIN-MESES THEN
               ADD 1 TO A990-SIN-HISTORIA
               ELSE
               ADD 1 TO A990-EVALUADAS
               PERFORM 044-ESTADISTICA
               IF T015-HOY(T015-IDX-HALLADO) > W044-MAXIMO
                  OR T015-HOY(T015-IDX-HALLADO) < W044-MINIMO THEN
                   PERFORM 046-MARCA-ATIPICO
                   END-IF
               END-IF.
           ADD 1 TO T015-IDX-HALLADO.
       042-990-FIN.
           EXIT.

       044-ESTADISTICA SECTION.
       044-0100-SUMAS.
           MOVE ZERO TO W044-SUMA.
           MOVE ZERO TO W044-CUADRADOS.
           MOVE 1 TO T015-OBS-IDX.
           PERFORM 044-0300-SUMA-OBS
               UNTIL T015-OBS-IDX > T015-NUM-OBS(T015-IDX-HALLADO).
       044-0200-CALCULA.
           COMPUTE W044-PROMEDIO ROUNDED =
               W044-SUMA / T015-NUM-OBS(T015-IDX-HALLADO).
           COMPUTE W044-VARIANZA ROUNDED =
               (W044-CUADRADOS - T015-NUM-OBS(T015-IDX-HALLADO)
                * W044-PROMEDIO * W044-PROMEDIO)
               / (T015-NUM-OBS(T015-IDX-HALLADO) - 1).
           IF W044-VARIANZA < ZERO THEN
               MOVE ZERO TO W044-VARIANZA
               END-IF.
           COMPUTE W044-DESVIACION ROUNDED = W044-VARIANZA ** 0.5.
           COMPUTE W044-BANDA ROUNDED = W044-DESVIACION * W005-FACTOR.
           COMPUTE W044-PISO ROUNDED =
               W044-PROMEDIO * W005-MARGEN / 100.
           IF W044-BANDA < W044-PISO THEN
               MOVE W044-PISO TO W044-BANDA
               END-IF.
           SUBTRACT W044-BANDA FROM W044-PROMEDIO GIVING W044-MINIMO.
           IF W044-MINIMO < ZERO THEN
               MOVE ZERO TO W044-MINIMO
               END-IF.
           ADD W044-BANDA TO W044-PROMEDIO GIVING W044-MAXIMO.
       044-990-FIN.
           EXIT.

       044-0300-SUMA-OBS SECTION.
       044-0310-SUMA.
           ADD T015-OBS-TASA(T015-IDX-HALLADO, T015-OBS-IDX) TO
               W044-SUMA.
           COMPUTE W044-CUADRADOS = W044-CUADRADOS
               + T015-OBS-TASA(T015-IDX-HALLADO, T015-OBS-IDX)
               * T015-OBS-TASA(T015-IDX-HALLADO, T015-OBS-IDX).
           ADD 1 TO T015-OBS-IDX.
       044-990-FIN.
           EXIT.

      *---
      *Consumo fuera de rango: va al archivo de atipicos que lee
      *REPORTE-COMPARATIVO y al reporte, retenido salvo que ya traiga
      *liberacion del supervisor para hoy.
      *---
       046-MARCA-ATIPICO SECTION.
       046-0100-VALUA.
           ADD 1 TO A990-ATIPICOS.
           MOVE T015-CODIGO(T015-IDX-HALLADO) TO RI-P-CODIGO.
           MOVE 'S' TO S042-PRODUCTO-VALIDO.
           READ ARCH-AP-ARCHIVO-PRODUCTO
               INVALID KEY
                   MOVE 'N' TO S042-PRODUCTO-VALIDO
           END-READ.
           IF S042-PRODUCTO-VALIDO = 'S' THEN
               MOVE RI-P-CTO TO W042-COSTO
               MOVE RI-P-DESCRIPCION TO W042-DESCRIPCION
               ELSE
               MOVE ZERO TO W042-COSTO
               MOVE 'NO EXISTE EN CATALOGO' TO W042-DESCRIPCION
               END-IF.
           COMPUTE W042-IMPACTO ROUNDED =
               (T015-HOY(T015-IDX-HALLADO) - W044-PROMEDIO)
               * W042-COSTO.
       046-0200-LIBERACION.
           MOVE W003-FECHA-NUM TO W034-FECHA.
           MOVE T015-LLAVE(T015-IDX-HALLADO) TO W034-LLAVE.
           PERFORM 034-BUSCA-LIBERACION.
           IF T030-IDX-HALLADO > 0 THEN
               MOVE 'L' TO W042-ESTADO
               MOVE 'LIBERADO' TO R1-25-ESTADO
               ADD 1 TO A990-ATIPICOS-LIBERADOS
               ADD W042-IMPACTO TO A040-IMPACTO-LIBERADO
               ELSE
               MOVE 'R' TO W042-ESTADO
               MOVE 'RETENIDO' TO R1-25-ESTADO
               ADD 1 TO A990-ATIPICOS-RETENIDOS
               ADD W042-IMPACTO TO A040-IMPACTO-RETENIDO
               END-IF.
       046-0300-ESCRIBE-ARCHIVO.
           MOVE W003-FECHA-NUM TO AT-FECHA.
           MOVE T015-LLAVE(T015-IDX-HALLADO) TO AT-LLAVE.
           MOVE T015-HOY(T015-IDX-HALLADO) TO AT-CANTIDAD.
           MOVE W044-MINIMO TO AT-MINIMO.
           MOVE W044-MAXIMO TO AT-MAXIMO.
           MOVE W042-ESTADO TO AT-ESTADO.
           WRITE AT-ATIPICO.
       046-0400-ESCRIBE-REPORTE.
           MOVE T015-PTA(T015-IDX-HALLADO) TO R1-25-PTA.
           MOVE T015-DPTO(T015-IDX-HALLADO) TO R1-25-DPTO.
           MOVE T015-CODIGO(T015-IDX-HALLADO) TO R1-25-CODIGO.
           MOVE W042-DESCRIPCION TO R1-25-DESCRIPCION.
           MOVE T015-NUM-OBS(T015-IDX-HALLADO) TO R1-25-MESES.
           MOVE W044-PROMEDIO TO R1-25-PROMEDIO.
           MOVE W044-MINIMO TO R1-25-MINIMO.
           MOVE W044-MAXIMO TO R1-25-MAXIMO.
           MOVE T015-HOY(T015-IDX-HALLADO) TO R1-25-REAL.
           MOVE W042-IMPACTO TO R1-25-IMPACTO.
           IF (R1-NUM-LIN + 1) > R1-MAX-LIN THEN
               PERFORM 090-ENCABEZADOS
               END-IF.
           WRITE R1-ATIPICO FROM R1-25-LINEA-ATIPICO AFTER 1.
           ADD 1 TO R1-NUM-LIN.
       046-990-FIN.
           EXIT.

      *---
      *Lista lo que REPORTE-COMPARATIVO tiene retenido de dias
      *anteriores y si la corrida de hoy lo va a liberar.
      *---
       060-LISTA-RETENIDOS SECTION.
       060-0100-INICIO.
           OPEN INPUT ARCH-CR-ARCHIVO-RETENIDO.
           MOVE 0 TO S060-FINARCHCR.
           MOVE '1' TO S000-ESTADOARCHCR.
           PERFORM 091-ENCABEZADOS-RETEN.
       060-0200-LISTA.
           PERFORM 062-LEE-RETENIDO UNTIL S060-FINARCHCR = 1.
           CLOSE ARCH-CR-ARCHIVO-RETENIDO.
           MOVE '0' TO S000-ESTADOARCHCR.
       060-0300-TOTALES.
           MOVE 'IMPORTE RA QUE SIGUE RETENIDO' TO R2-30-LEYENDA.
           MOVE A060-IMPORTE-RETENIDO TO R2-30-IMPORTE.
           WRITE R2-RETENIDO FROM R2-30-TOTAL AFTER 2.
           MOVE 'IMPORTE RA QUE SE LIBERA HOY' TO R2-30-LEYENDA.
           MOVE A060-IMPORTE-LIBERA TO R2-30-IMPORTE.
           WRITE R2-RETENIDO FROM R2-30-TOTAL AFTER 1.
       060-990-FIN.
           EXIT.

       062-LEE-RETENIDO SECTION.
       062-0100-LEE.
           READ ARCH-CR-ARCHIVO-RETENIDO AT END MOVE 1 TO
               S060-FINARCHCR.
           IF S060-FINARCHCR NOT = 1 THEN
               ADD 1 TO A990-RETENIDOS-LEIDOS
               MOVE CR-FECHA TO W034-FECHA
               MOVE CR-LLAVE TO W034-LLAVE
               PERFORM 034-BUSCA-LIBERACION
               MOVE CR-FECHA TO R2-25-FECHA
               MOVE CR-PTA TO R2-25-PTA
               MOVE CR-DPTO TO R2-25-DPTO
               MOVE CR-CODIGO TO R2-25-CODIGO
               MOVE CR-RA-CONSUMO TO R2-25-RA-CONSUMO
               MOVE CR-RA-IMPORTE TO R2-25-RA-IMPORTE
               MOVE CR-RP-CONSUMO TO R2-25-RP-CONSUMO
               MOVE CR-RP-IMPORTE TO R2-25-RP-IMPORTE
               IF T030-IDX-HALLADO > 0 THEN
                   MOVE 'SE LIBERA' TO R2-25-ESTADO
                   MOVE T030-SUPERVISOR(T030-IDX-HALLADO) TO
                       R2-25-SUPERVISOR
                   ADD 1 TO A990-RETENIDOS-LIBERA
                   ADD CR-RA-IMPORTE TO A060-IMPORTE-LIBERA
                   ELSE
                   MOVE 'RETENIDO' TO R2-25-ESTADO
                   MOVE SPACES TO R2-25-SUPERVISOR
                   ADD CR-RA-IMPORTE TO A060-IMPORTE-RETENIDO
                   END-IF
               IF (R2-NUM-LIN + 1) > R2-MAX-LIN THEN
                   PERFORM 091-ENCABEZADOS-RETEN
                   END-IF
               WRITE R2-RETENIDO FROM R2-25-LINEA-RETENIDO AFTER 1
               ADD 1 TO R2-NUM-LIN
               END-IF.
       062-990-FIN.
           EXIT.

       090-ENCABEZADOS SECTION.
       090-0100-INICIO.
           ADD 1 TO R1-NUM-HOJA.
           MOVE R1-NUM-HOJA TO R0-10-PAGNU.
       090-0200-ESCRIBE.
           WRITE R1-ATIPICO FROM R1-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R1-ATIPICO FROM R0-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R1-ATIPICO FROM R1-15-ENCABEZADOS-TERCERA-LINEA
           AFTER 1.
           WRITE R1-ATIPICO FROM R1-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 6 TO R1-NUM-LIN.
       090-990-FIN.
           EXIT.

       091-ENCABEZADOS-RETEN SECTION.
       091-0100-INICIO.
           ADD 1 TO R2-NUM-HOJA.
           MOVE R2-NUM-HOJA TO R0-10-PAGNU.
       091-0200-ESCRIBE.
           WRITE R2-RETENIDO FROM R2-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R2-RETENIDO FROM R0-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R2-RETENIDO FROM R2-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 5 TO R2-NUM-LIN.
       091-990-FIN.
           EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHCONSUMO NOT = '0'
           THEN
               CLOSE ARCH-AC-ARCHIVO-CONSUMO
               MOVE '0' TO S000-ESTADOARCHCONSUMO.
           IF S000-ESTADOARCHANUAL NOT = '0'
           THEN
               CLOSE ARCH-AN-ARCHIVO-ANUAL
               MOVE '0' TO S000-ESTADOARCHANUAL.
           IF S000-ESTADOARCHMENSUAL NOT = '0'
           THEN
               CLOSE ARCH-MM-ARCHIVO-MENSUAL
               MOVE '0' TO S000-ESTADOARCHMENSUAL.
           IF S000-ESTADOARCHLB NOT = '0'
           THEN
               CLOSE ARCH-LB-ARCHIVO-LIBERA
               MOVE '0' TO S000-ESTADOARCHLB.
           IF S000-ESTADOARCHCR NOT = '0'
           THEN
               CLOSE ARCH-CR-ARCHIVO-RETENIDO
               MOVE '0' TO S000-ESTADOARCHCR.
           IF S000-ESTADOARCHPRODUCTO NOT = '0'
           THEN
               CLOSE ARCH-AP-ARCHIVO-PRODUCTO
               MOVE '0' TO S000-ESTADOARCHPRODUCTO.
           IF S000-ESTADOARCHXA NOT = '0'
           THEN
               CLOSE ARCH-XA-ARCHIVO-ATIPICO
               MOVE '0' TO S000-ESTADOARCHXA.
           IF S000-ESTADOREPO NOT = '0'
           THEN
               CLOSE REPO-R1-REPORTE
               MOVE '0' TO S000-ESTADOREPO.
           IF S000-ESTADOREPORETEN NOT = '0'
           THEN
               CLOSE REPO-R2-RETENIDOS
               MOVE '0' TO S000-ESTADOREPORETEN.
           MOVE 16 TO RETURN-CODE.
           PERFORM 990-CIFRAS-CONTROL.
       980-FIN.
           GOBACK.

       990-CIFRAS-CONTROL SECTION.
       990-0100-INICIO.
       DISPLAY W000-PROG '  CONSUMOS LEIDOS                        '
      -    '           ' A990-CONSUMOS-LEIDOS.
       DISPLAY W000-PROG '  CONSUMOS RP (NO SE CRIBAN)             '
      -    '           ' A990-CONSUMOS-RP.
       DISPLAY W000-PROG '  COMBINACIONES CONSUMIDAS HOY           '
      -    '           ' A990-LLAVES-DEL-DIA.
       DISPLAY W000-PROG '  REG.S DEL ACUMULADO ANUAL LEIDOS       '
      -    '           ' A990-ANUAL-LEIDOS.
       DISPLAY W000-PROG '  MESES DE HISTORIA TOMADOS              '
      -    '           ' A990-OBSERVACIONES.
       DISPLAY W000-PROG '  COMBINACIONES SIN HISTORIA SUFICIENTE  '
      -    '           ' A990-SIN-HISTORIA.
       DISPLAY W000-PROG '  COMBINACIONES CRIBADAS                 '
      -    '           ' A990-EVALUADAS.
       DISPLAY W000-PROG '  CONSUMOS FUERA DE RANGO                '
      -    '           ' A990-ATIPICOS.
       DISPLAY W000-PROG '  FUERA DE RANGO RETENIDOS               '
      -    '           ' A990-ATIPICOS-RETENIDOS.
       DISPLAY W000-PROG '  FUERA DE RANGO YA LIBERADOS            '
      -    '           ' A990-ATIPICOS-LIBERADOS.
       DISPLAY W000-PROG '  LIBERACIONES LEIDAS                    '
      -    '           ' A990-LIBERA-LEIDAS.
       DISPLAY W000-PROG '  LIBERACIONES INVALIDAS                 '
      -    '           ' A990-LIBERA-INVALIDAS.
       DISPLAY W000-PROG '  RETENIDOS DE DIAS ANTERIORES           '
      -    '           ' A990-RETENIDOS-LEIDOS.
       DISPLAY W000-PROG '  RETENIDOS QUE SE LIBERAN HOY           '
      -    '           ' A990-RETENIDOS-LIBERA.
       990-0200-ESCRIBE-MONITOR.
           MOVE 0 TO W990-TOTAL-LEIDO.
           ADD A990-CONSUMOS-LEIDOS     TO W990-TOTAL-LEIDO.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG                TO R9-PROGRAMA.
           MOVE W990-TOTAL-LEIDO         TO R9-LEIDOS.
           MOVE A990-EVALUADAS           TO R9-PROCESADOS.
           MOVE A990-ATIPICOS-RETENIDOS  TO R9-RECHAZADOS.
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
