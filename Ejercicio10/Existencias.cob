       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EXISTENCIAS.
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
      *Inventario perpetuo por planta y producto. Corre en el ciclo
      *diario despues de REPORTE-COMPARATIVO (P-COS720) con los mismos
      *archivos de consumo y devolucion del dia: las entradas de
      *almacen y las devoluciones reponen la existencia, el consumo
      *registrado por almacen (RA) la alivia y el conteo fisico la
      *ajusta, valuando la merma al costo vigente del producto.
      *---
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      *Entrada
      *----
      *---
      *Existencia por PTA/CODIGO con su minimo y lote de reorden;
      *la primera corrida arranca sin archivo.
      *---
           SELECT OPTIONAL ARCH-EX-ARCHIVO-EXISTENCIAS ASSIGN
                                           W000-UT-S-DIR-EXISTENCIAS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Altas y cambios de minimo y lote de reorden que captura
      *almacen; sin archivo se quedan los que ya tiene cada producto.
      *---
           SELECT OPTIONAL ARCH-PR-PARAM-REORDEN ASSIGN
                                           W000-UT-S-DIR-PARAM
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-EN-ARCHIVO-ENTRADAS ASSIGN
                                           W000-UT-S-DIR-ENTRADAS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-AC-ARCHIVO-CONSUMO  ASSIGN W000-UT-S-DIR-CONSUMO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-AD-ARCHIVO-DEVOLUCION ASSIGN
                                           W000-UT-S-DIR-DEVOLUCION
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-CF-ARCHIVO-CONTEO ASSIGN
                                           W000-UT-S-DIR-CONTEO
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
           SELECT REPO-R1-REPORTE ASSIGN TO
           W000-UT-S-DIR-SALIDA-REPO.

           SELECT REPO-R2-REORDEN ASSIGN TO
           W000-UT-S-DIR-SALIDA-REORDEN.

           SELECT REPO-R3-EXCEPCIONES ASSIGN TO
           W000-UT-S-DIR-SALIDA-EXCEP.

           SELECT REPO-R4-MERMAS ASSIGN TO
           W000-UT-S-DIR-SALIDA-MERMAS.

           SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN TO
           W000-UT-S-DIR-MONITOR.
      *----
      *Trabajo
      *----
      *---
      *Existencia nueva del dia; se instala sobre el archivo real
      *solo al terminar limpio, como el acumulado del mes.
      *---
           SELECT ARCH-ET-EXISTENCIAS-TRB ASSIGN
                                           W000-UT-S-DIR-EXIST-TRB
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-SW-ORDENA ASSIGN W000-UT-S-DIR-ORDENA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *---
      *EX-EXISTENCIA-ANTERIOR y EX-FECHA-ULTIMA guardan la existencia
      *con que arranco la ultima corrida y su fecha de proceso, para
      *que un reproceso del mismo dia parta de la misma existencia.
      *---
       FD  ARCH-EX-ARCHIVO-EXISTENCIAS
           LABEL RECORD STANDARD.
       01 EX-EXISTENCIA.
          05 EX-LLAVE.
              10 EX-PTA                  PIC XXX.
              10 EX-CODIGO               PIC X(6).
          05 EX-EXISTENCIA-ACTUAL        PIC S9(9).
          05 EX-MINIMO                   PIC 9(8).
          05 EX-REORDEN                  PIC 9(8).
          05 EX-EXISTENCIA-ANTERIOR      PIC S9(9).
          05 EX-FECHA-ULTIMA             PIC 9(8).

       FD  ARCH-PR-PARAM-REORDEN
           LABEL RECORD STANDARD.
       01 PR-PARAMETRO.
          05 PR-PTA                      PIC XXX.
          05 PR-CODIGO                   PIC X(6).
          05 PR-MINIMO                   PIC 9(8).
          05 PR-REORDEN                  PIC 9(8).

       FD  ARCH-EN-ARCHIVO-ENTRADAS
           LABEL RECORD STANDARD.
       01 EN-ENTRADA.
          05 EN-PTA                      PIC XXX.
          05 EN-CODIGO                   PIC X(6).
          05 EN-CANTIDAD                 PIC 9(8).
          05 EN-DOCUMENTO                PIC X(10).

       FD  ARCH-AC-ARCHIVO-CONSUMO
           LABEL RECORD STANDARD.
       01 AI-ARCHIVO-CONSUMO.
          05 RI-C-CVE                    PIC XX.
          05 RI-C-PTA                    PIC XXX.
          05 RI-C-DPTO                   PIC X(6).
          05 RI-C-CODIGO                 PIC X(6).
          05 RI-C-CANT-CONSUMO           PIC 9(8).

       FD  ARCH-AD-ARCHIVO-DEVOLUCION
           LABEL RECORD STANDARD.
       01 AI-ARCHIVO-DEVOLUCION.
          05 RI-D-PTA                    PIC XXX.
          05 RI-D-DPTO                   PIC X(6).
          05 RI-D-CODIGO                 PIC X(6).
          05 RI-D-CANT-DEVUELTA          PIC 9(8).

      *---
      *Conteo fisico: una cantidad contada por PTA/CODIGO.
      *---
       FD  ARCH-CF-ARCHIVO-CONTEO
           LABEL RECORD STANDARD.
       01 CF-CONTEO.
          05 CF-PTA                      PIC XXX.
          05 CF-CODIGO                   PIC X(6).
          05 CF-CANTIDAD                 PIC 9(8).
          05 CF-HOJA                     PIC X(10).

       FD  ARCH-AP-ARCHIVO-PRODUCTO
           LABEL RECORD STANDARD.
       01 AI-ARCHIVO-PRODUCTO.
           05 RI-P-CODIGO                PIC X(6).
           05 RI-P-DESCRIPCION           PIC X(30).
           05 RI-P-CTO                   PIC 9(6)V99.

      *---
      *Fecha de negocio del ciclo, fijada por operaciones; sin el
      *archivo se usa la fecha del sistema como siempre.
      *---
       FD  ARCH-FP-ARCHIVO-FECHAPROC
           LABEL RECORD STANDARD.
       01  FP-REGISTRO.
           05 FP-FECHA                   PIC X(8).

       FD  REPO-R1-REPORTE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD STANDARD.
       01  R1-EXISTENCIAS                PIC X(120).

       FD  REPO-R2-REORDEN
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD STANDARD.
       01  R2-REORDEN                    PIC X(120).

       FD  REPO-R3-EXCEPCIONES
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD STANDARD.
       01  R3-EXCEPCION                  PIC X(120).

       FD  REPO-R4-MERMAS
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD STANDARD.
       01  R4-MERMA                      PIC X(120).

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

       FD  ARCH-ET-EXISTENCIAS-TRB
           LABEL RECORD STANDARD.
       01 ET-EXISTENCIA.
          05 ET-LLAVE.
              10 ET-PTA                  PIC XXX.
              10 ET-CODIGO               PIC X(6).
          05 ET-EXISTENCIA-ACTUAL        PIC S9(9).
          05 ET-MINIMO                   PIC 9(8).
          05 ET-REORDEN                  PIC 9(8).
          05 ET-EXISTENCIA-ANTERIOR      PIC S9(9).
          05 ET-FECHA-ULTIMA             PIC 9(8).

       SD  ARCH-SW-ORDENA.
       01 SW-EXISTENCIA.
          05 SW-LLAVE.
              10 SW-PTA                  PIC XXX.
              10 SW-CODIGO               PIC X(6).
          05 SW-MINIMO                   PIC 9(8).
          05 SW-REORDEN                  PIC 9(8).
          05 SW-INICIAL                  PIC S9(9).
          05 SW-ENTRADAS                 PIC S9(9).
          05 SW-DEVUELTO                 PIC S9(9).
          05 SW-CONSUMO                  PIC S9(9).
          05 SW-AJUSTE                   PIC S9(9).
          05 SW-FINAL                    PIC S9(9).

       WORKING-STORAGE SECTION.
      *---
      *Switches
      *---
       01  S000-ESTADOS.
           05  S000-ESTADOARCHEX         PIC X  VALUE '0'.
           05  S010-FINARCHEX            PIC 9.
           05  S000-ESTADOARCHPR         PIC X  VALUE '0'.
           05  S015-FINARCHPR            PIC 9.
           05  S000-ESTADOARCHEN         PIC X  VALUE '0'.
           05  S030-FINARCHEN            PIC 9.
           05  S000-ESTADOARCHCONSUMO    PIC X  VALUE '0'.
           05  S050-FINARCHCONSUMO       PIC 9.
           05  S000-ESTADOARCHDEVOLUCION PIC X  VALUE '0'.
           05  S040-FINARCHDEVOLUCION    PIC 9.
           05  S000-ESTADOARCHCF         PIC X  VALUE '0'.
           05  S060-FINARCHCF            PIC 9.
           05  S000-ESTADOARCHPRODUCTO   PIC X  VALUE '0'.
           05  S003-FINARCHFECHAPROC     PIC 9.
           05  S000-ESTADOARCHFECHAPROC  PIC X  VALUE '0'.
           05  S000-ESTADOREPO           PIC X  VALUE '0'.
           05  S000-ESTADOREPOREORDEN    PIC X  VALUE '0'.
           05  S000-ESTADOREPOEXCEP      PIC X  VALUE '0'.
           05  S000-ESTADOREPOMERMAS     PIC X  VALUE '0'.
           05  S000-ESTADOARCHCM         PIC X.
           05  S000-ESTADOARCHET         PIC X  VALUE '0'.
           05  S095-FINARCHET            PIC 9.
           05  S080-FINORDENA            PIC 9.
           05  S020-ALTA                 PIC X.
           05  S025-PRODUCTO-VALIDO      PIC X.

      *---
      *Constantes
      *---
       01  W000-CTES.
           05  W000-PROG                 PIC X(8)
                                         VALUE 'P-COS722'.
           05  W000-UT-S-DIR-EXISTENCIAS PIC X(24)
                                         VALUE 'ArchivoExistencias.dat'.
           05  W000-UT-S-DIR-EXIST-TRB   PIC X(24)
                                         VALUE 'ArchivoExistencias.tmp'.
           05  W000-UT-S-DIR-PARAM       PIC X(20)
                                         VALUE 'ParamReorden.dat'.
           05  W000-UT-S-DIR-ENTRADAS    PIC X(20)
                                         VALUE 'ArchivoEntradas.dat'.
           05  W000-UT-S-DIR-CONSUMO     PIC X(20)
                                         VALUE 'ArchivoConsumo.dat'.
           05  W000-UT-S-DIR-DEVOLUCION  PIC X(24)
                                         VALUE 'ArchivoDevolucion.dat'.
           05  W000-UT-S-DIR-CONTEO      PIC X(20)
                                         VALUE 'ArchivoConteo.dat'.
           05  W000-UT-S-DIR-PRODUCTO     PIC X(20)
                                         VALUE 'ArchivoProducto.dat'.
           05  W000-UT-S-DIR-FECHAPROC   PIC X(20)
                                         VALUE 'FechaProceso.dat'.
           05  W000-UT-S-DIR-SALIDA-REPO PIC X(30)
                                         VALUE 'ReporteExistencias.txt'.
           05  W000-UT-S-DIR-SALIDA-REORDEN PIC X(30)
                                         VALUE 'ReporteReorden.txt'.
           05  W000-UT-S-DIR-SALIDA-EXCEP PIC X(30)
                                         VALUE 'ReporteExcepInv.txt'.
           05  W000-UT-S-DIR-SALIDA-MERMAS PIC X(30)
                                         VALUE 'ReporteMermas.txt'.
           05  W000-UT-S-DIR-MONITOR     PIC X(20)
                                         VALUE 'CifrasControl.txt'.
           05  W000-UT-S-DIR-ORDENA      PIC X(20)
                                         VALUE 'OrdenaExist.tmp'.
      *---
      *Solo el consumo que registra almacen (RA) sale del anaquel; el
      *que reporta produccion (RP) es la contraparte de la comparacion
      *diaria y no mueve existencia.
      *---
           05  W000-CVE-ALMACEN          PIC XX
                                         VALUE 'RA'.

      *---
      *Fecha de proceso del ciclo
      *---
       01 W003-FECHA-PROCESO.
           05 W003-ANIO                   PIC 9(4).
           05 W003-MES                    PIC 9(2).
           05 W003-DIA                    PIC 9(2).

       01 W003-FECHA-NUM REDEFINES W003-FECHA-PROCESO PIC 9(8).

      *---
      *Existencia de trabajo por PTA/CODIGO: lo que habia al abrir
      *el dia y cada movimiento aplicado; T020-FINAL es la existencia
      *en libros conforme se van aplicando los movimientos.
      *---
       01 T020-TABLA-EXISTENCIAS.
           05 T020-NUM-EXIST           PIC S9(4) COMP VALUE ZERO.
           05 T020-ENTRADA OCCURS 1000 TIMES.
               10 T020-PTA                PIC XXX.
               10 T020-CODIGO             PIC X(6).
               10 T020-MINIMO             PIC 9(8).
               10 T020-REORDEN            PIC 9(8).
               10 T020-INICIAL            PIC S9(9).
               10 T020-ENTRADAS           PIC S9(9).
               10 T020-DEVUELTO           PIC S9(9).
               10 T020-CONSUMO            PIC S9(9).
               10 T020-AJUSTE             PIC S9(9).
               10 T020-FINAL              PIC S9(9).
               10 T020-CONTADO            PIC X.

       01 T020-IDX                     PIC S9(4) COMP.

       01 T020-IDX-HALLADO             PIC S9(4) COMP.

      *---
      *Llave que se busca en la tabla de existencias
      *---
       01 W020-LLAVE.
           05 W020-PTA                    PIC XXX.
           05 W020-CODIGO                 PIC X(6).

      *---
      *Renglon que se manda a excepciones
      *---
       01 W094-EXCEPCION.
           05 W094-ARCHIVO                PIC X(10).
           05 W094-PTA                    PIC XXX.
           05 W094-DPTO                   PIC X(6).
           05 W094-CODIGO                 PIC X(6).
           05 W094-CANTIDAD               PIC S9(9).
           05 W094-DISPONIBLE             PIC S9(9).
           05 W094-MOTIVO                 PIC X(30).

      *---
      *Valuacion de la existencia y del conteo
      *---
       01 W080-VARS.
           05 W080-PTA-ANT                PIC XXX.
           05 W080-COSTO                  PIC 9(6)V99.
           05 W080-VALOR                  PIC S9(11)V99.
           05 W080-SUGERIDO               PIC S9(9).

       01 W060-VARS.
           05 W060-LIBROS                 PIC S9(9).
           05 W060-DIFERENCIA             PIC S9(9).
           05 W060-COSTO                  PIC 9(6)V99.
           05 W060-IMPORTE                PIC S9(11)V99.

      *---
      *Totales de valor
      *---
       01 A080-TOTALES.
           05 A080-VALOR-PTA              PIC S9(11)V99.
           05 A080-VALOR-TOTAL            PIC S9(11)V99.
           05 A080-IMPORTE-REORDEN        PIC S9(11)V99.

       01 A060-TOTALES-MERMA.
           05 A060-FALTANTE               PIC S9(11)V99.
           05 A060-SOBRANTE               PIC S9(11)V99.

      *---
      *Cifras de control
      *---
       01 A990-CIFRAS-CONTROL.
           05 A990-EXIST-LEIDAS           PIC S9(9).
           05 A990-EXIST-REPROCESO        PIC S9(9).
           05 A990-PARAM-LEIDOS           PIC S9(9).
           05 A990-ENTRADAS-LEIDAS        PIC S9(9).
           05 A990-CONSUMOS-LEIDOS        PIC S9(9).
           05 A990-CONSUMOS-RP            PIC S9(9).
           05 A990-DEVOLUCIONES-LEIDAS    PIC S9(9).
           05 A990-CONTEOS-LEIDOS         PIC S9(9).
           05 A990-MOVTOS-APLICADOS       PIC S9(9).
           05 A990-EXCEPCIONES            PIC S9(9).
           05 A990-CONSUMO-NEGATIVO       PIC S9(9).
           05 A990-AJUSTES                PIC S9(9).
           05 A990-BAJO-REORDEN           PIC S9(9).
           05 A990-EXIST-ESCRITAS         PIC S9(9).

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

       01 R3-VARS.
           05 R3-NUM-HOJA                 PIC S9(9)       VALUE 0.
           05 R3-NUM-LIN                  PIC S9(9).
           05 R3-MAX-LIN                  PIC S9(9)       VALUE +50.

       01 R4-VARS.
           05 R4-NUM-HOJA                 PIC S9(9)       VALUE 0.
           05 R4-NUM-LIN                  PIC S9(9).
           05 R4-MAX-LIN                  PIC S9(9)       VALUE +50.

      *---
      *Segunda linea de titulo, comun a los cuatro reportes
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
      *Kardex del dia
      *---
       01 R1-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(12)       VALUE SPACES.
           05 FILLER                      PIC X(42)       VALUE
           "EXISTENCIAS POR PLANTA Y PRODUCTO".
           05 FILLER                      PIC X(57)       VALUE SPACES.

       01 R1-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(32)       VALUE
           " PTA CODIGO DESCRIPCION".
           05 FILLER                      PIC X(12)       VALUE
           "     INICIAL".
           05 FILLER                      PIC X(12)       VALUE
           "    ENTRADAS".
           05 FILLER                      PIC X(12)       VALUE
           "    DEVUELTO".
           05 FILLER                      PIC X(12)       VALUE
           "     CONSUMO".
           05 FILLER                      PIC X(12)       VALUE
           "      AJUSTE".
           05 FILLER                      PIC X(12)       VALUE
           "       FINAL".
           05 FILLER                      PIC X(15)       VALUE
           "    VALOR FINAL".
           05 FILLER                      PIC X           VALUE SPACES.

       01 R1-25-LINEA-EXISTENCIA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-PTA                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-CODIGO                PIC X(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-DESCRIPCION           PIC X(20).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-INICIAL               PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-ENTRADAS              PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-DEVUELTO              PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-CONSUMO               PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-AJUSTE                PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-FINAL                 PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-VALOR                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.

       01 R1-30-TOTAL-PLANTA.
           05 FILLER                      PIC X(5)        VALUE SPACES.
           05 R1-30-LEYENDA               PIC X(13).
           05 R1-30-PTA                   PIC XXX.
           05 FILLER                      PIC X(84)       VALUE SPACES.
           05 R1-30-VALOR                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.

      *---
      *Productos bajo el punto de reorden
      *---
       01 R2-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(12)       VALUE SPACES.
           05 FILLER                      PIC X(42)       VALUE
           "PRODUCTOS BAJO EL PUNTO DE REORDEN".
           05 FILLER                      PIC X(57)       VALUE SPACES.

       01 R2-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(42)       VALUE
           " PTA CODIGO DESCRIPCION".
           05 FILLER                      PIC X(12)       VALUE
           "  EXISTENCIA".
           05 FILLER                      PIC X(12)       VALUE
           "      MINIMO".
           05 FILLER                      PIC X(12)       VALUE
           " LOTE REORD.".
           05 FILLER                      PIC X(12)       VALUE
           "    SUGERIDO".
           05 FILLER                      PIC X(11)       VALUE
           "      COSTO".
           05 FILLER                      PIC X(14)       VALUE
           "   IMPORTE EST".
           05 FILLER                      PIC X(5)        VALUE SPACES.

       01 R2-25-LINEA-REORDEN.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-PTA                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-CODIGO                PIC X(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-DESCRIPCION           PIC X(30).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-EXISTENCIA            PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-MINIMO                PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-REORDEN               PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-SUGERIDO              PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-COSTO                 PIC ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-IMPORTE               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(5)        VALUE SPACES.

       01 R2-30-TOTAL-REORDEN.
           05 FILLER                      PIC X(5)        VALUE SPACES.
           05 FILLER                      PIC X(30)       VALUE
           "IMPORTE ESTIMADO DEL PEDIDO".
           05 FILLER                      PIC X(67)       VALUE SPACES.
           05 R2-30-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(4)        VALUE SPACES.

      *---
      *Excepciones: movimientos que no se aplicaron
      *---
       01 R3-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R3-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(12)       VALUE SPACES.
           05 FILLER                      PIC X(42)       VALUE
           "EXCEPCIONES DEL INVENTARIO PERPETUO".
           05 FILLER                      PIC X(57)       VALUE SPACES.

       01 R3-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(29)       VALUE
           " ARCHIVO    PTA DPTO   CODIGO".
           05 FILLER                      PIC X(12)       VALUE
           "    CANTIDAD".
           05 FILLER                      PIC X(12)       VALUE
           "  DISPONIBLE".
           05 FILLER                      PIC X(32)       VALUE
           "  MOTIVO".
           05 FILLER                      PIC X(35)       VALUE SPACES.

       01 R3-25-LINEA-EXCEPCION.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R3-25-ARCHIVO               PIC X(10).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R3-25-PTA                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R3-25-DPTO                  PIC X(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R3-25-CODIGO                PIC X(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R3-25-CANTIDAD              PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R3-25-DISPONIBLE            PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R3-25-MOTIVO                PIC X(30).
           05 FILLER                      PIC X(35)       VALUE SPACES.

      *---
      *Ajustes por conteo fisico valuados al costo vigente
      *---
       01 R4-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R4-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(12)       VALUE SPACES.
           05 FILLER                      PIC X(42)       VALUE
           "AJUSTES POR CONTEO FISICO (MERMAS)".
           05 FILLER                      PIC X(57)       VALUE SPACES.

       01 R4-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(42)       VALUE
           " PTA CODIGO DESCRIPCION".
           05 FILLER                      PIC X(12)       VALUE
           "      LIBROS".
           05 FILLER                      PIC X(12)       VALUE
           "      FISICO".
           05 FILLER                      PIC X(12)       VALUE
           "  DIFERENCIA".
           05 FILLER                      PIC X(11)       VALUE
           "      COSTO".
           05 FILLER                      PIC X(15)       VALUE
           "        IMPORTE".
           05 FILLER                      PIC X(16)       VALUE SPACES.

       01 R4-25-LINEA-MERMA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R4-25-PTA                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R4-25-CODIGO                PIC X(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R4-25-DESCRIPCION           PIC X(30).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R4-25-LIBROS                PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R4-25-FISICO                PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R4-25-DIFERENCIA            PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R4-25-COSTO                 PIC ZZZ,ZZ9.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R4-25-IMPORTE               PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R4-25-TIPO                  PIC X(8).
           05 FILLER                      PIC X(6)        VALUE SPACES.

       01 R4-30-TOTAL-MERMA.
           05 FILLER                      PIC X(5)        VALUE SPACES.
           05 R4-30-LEYENDA               PIC X(30).
           05 FILLER                      PIC X(54)       VALUE SPACES.
           05 R4-30-IMPORTE               PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(16)       VALUE SPACES.

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
           MOVE ZEROS TO A080-TOTALES.
           MOVE ZEROS TO A060-TOTALES-MERMA.
           PERFORM 003-FECHA-PROCESO.
           MOVE W003-FECHA-NUM TO R0-10-FECHA.
           OPEN INPUT ARCH-AP-ARCHIVO-PRODUCTO.
           MOVE '1' TO S000-ESTADOARCHPRODUCTO.
           OPEN OUTPUT REPO-R1-REPORTE.
           MOVE '1' TO S000-ESTADOREPO.
           MOVE R1-MAX-LIN TO R1-NUM-LIN.
           MOVE W000-PROG TO R1-05-CONSPRO.
           OPEN OUTPUT REPO-R2-REORDEN.
           MOVE '1' TO S000-ESTADOREPOREORDEN.
           MOVE R2-MAX-LIN TO R2-NUM-LIN.
           MOVE W000-PROG TO R2-05-CONSPRO.
           OPEN OUTPUT REPO-R3-EXCEPCIONES.
           MOVE '1' TO S000-ESTADOREPOEXCEP.
           MOVE R3-MAX-LIN TO R3-NUM-LIN.
           MOVE W000-PROG TO R3-05-CONSPRO.
           OPEN OUTPUT REPO-R4-MERMAS.
           MOVE '1' TO S000-ESTADOREPOMERMAS.
           MOVE R4-MAX-LIN TO R4-NUM-LIN.
           MOVE W000-PROG TO R4-05-CONSPRO.
       000-0200-CARGA-EXISTENCIAS.
           PERFORM 010-CARGA-EXISTENCIAS.
           PERFORM 015-CARGA-PARAMETROS.
      *---
      *Primero lo que repone el anaquel (entradas y devoluciones) y
      *despues lo que lo alivia, para que el consumo del dia vea
      *todo lo que llego ese mismo dia; el conteo fisico va al
      *final porque se compara contra la existencia ya movida.
      *---
       000-0300-APLICA-MOVIMIENTOS.
           PERFORM 030-APLICA-ENTRADAS.
           PERFORM 040-APLICA-DEVOLUCIONES.
           PERFORM 050-APLICA-CONSUMOS.
           PERFORM 060-APLICA-CONTEO.
       000-0400-REPORTA.
           SORT ARCH-SW-ORDENA
               ON ASCENDING KEY SW-PTA SW-CODIGO
               INPUT PROCEDURE 070-LIBERA
               OUTPUT PROCEDURE 080-REPORTA.
       000-0500-INSTALA.
           PERFORM 095-INSTALA-EXISTENCIAS.
       000-0600-TERMINA.
           CLOSE ARCH-AP-ARCHIVO-PRODUCTO.
           MOVE '0' TO S000-ESTADOARCHPRODUCTO.
           CLOSE REPO-R1-REPORTE.
           MOVE '0' TO S000-ESTADOREPO.
           CLOSE REPO-R2-REORDEN.
           MOVE '0' TO S000-ESTADOREPOREORDEN.
           CLOSE REPO-R3-EXCEPCIONES.
           MOVE '0' TO S000-ESTADOREPOEXCEP.
           CLOSE REPO-R4-MERMAS.
           MOVE '0' TO S000-ESTADOREPOMERMAS.
           IF A990-EXCEPCIONES > 0 THEN
               MOVE 4 TO RETURN-CODE
               DISPLAY W000-PROG '  HAY MOVIMIENTOS NO APLICADOS, '
      -        'VER ReporteExcepInv.txt'
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
      *Carga la existencia en la tabla de trabajo. Si el archivo ya
      *trae la fecha de hoy la corrida es un reproceso y se parte de
      *la existencia anterior; si trae una fecha posterior se aborta
      *para no mover el inventario hacia atras.
      *---
       010-CARGA-EXISTENCIAS SECTION.
       010-0100-INICIO.
           OPEN INPUT ARCH-EX-ARCHIVO-EXISTENCIAS.
           MOVE 0 TO S010-FINARCHEX.
           MOVE '1' TO S000-ESTADOARCHEX.
           MOVE ZERO TO T020-NUM-EXIST.
       010-0200-CARGA.
           PERFORM 012-LEE-EXISTENCIA UNTIL S010-FINARCHEX = 1.
           CLOSE ARCH-EX-ARCHIVO-EXISTENCIAS.
           MOVE '0' TO S000-ESTADOARCHEX.
       010-990-FIN.
           EXIT.

       012-LEE-EXISTENCIA SECTION.
       012-0100-LEE.
           READ ARCH-EX-ARCHIVO-EXISTENCIAS AT END MOVE 1 TO
               S010-FINARCHEX.
           IF S010-FINARCHEX NOT = 1 THEN
               ADD 1 TO A990-EXIST-LEIDAS
               IF EX-FECHA-ULTIMA > W003-FECHA-NUM THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  EXISTENCIAS YA PROCESADAS AL '
                       EX-FECHA-ULTIMA ', FECHA DE PROCESO '
                       W003-FECHA-NUM
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               IF T020-NUM-EXIST NOT < 1000 THEN
                   DISPLAY '          LAS EXISTENCIAS EXCEDEN '
      -            'LA TABLA DE TRABAJO'
                   DISPLAY '          TERMINACION ANORMAL, CODIGO 16  '
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T020-NUM-EXIST
               MOVE T020-NUM-EXIST TO T020-IDX
               MOVE EX-PTA TO T020-PTA(T020-IDX)
               MOVE EX-CODIGO TO T020-CODIGO(T020-IDX)
               MOVE EX-MINIMO TO T020-MINIMO(T020-IDX)
               MOVE EX-REORDEN TO T020-REORDEN(T020-IDX)
               IF EX-FECHA-ULTIMA = W003-FECHA-NUM THEN
                   MOVE EX-EXISTENCIA-ANTERIOR TO
                       T020-INICIAL(T020-IDX)
                   ADD 1 TO A990-EXIST-REPROCESO
                   ELSE
                       MOVE EX-EXISTENCIA-ACTUAL TO
                           T020-INICIAL(T020-IDX)
                       END-IF
               PERFORM 022-INICIA-MOVIMIENTOS
               END-IF.
       012-990-FIN.
           EXIT.

      *---
      *Aplica los minimos y lotes de reorden capturados por almacen;
      *un producto que aun no tiene existencia se da de alta en cero.
      *---
       015-CARGA-PARAMETROS SECTION.
       015-0100-INICIO.
           OPEN INPUT ARCH-PR-PARAM-REORDEN.
           MOVE 0 TO S015-FINARCHPR.
           MOVE '1' TO S000-ESTADOARCHPR.
       015-0200-CARGA.
           PERFORM 017-LEE-PARAMETRO UNTIL S015-FINARCHPR = 1.
           CLOSE ARCH-PR-PARAM-REORDEN.
           MOVE '0' TO S000-ESTADOARCHPR.
       015-990-FIN.
           EXIT.

       017-LEE-PARAMETRO SECTION.
       017-0100-LEE.
           READ ARCH-PR-PARAM-REORDEN AT END MOVE 1 TO S015-FINARCHPR.
           IF S015-FINARCHPR NOT = 1 THEN
               ADD 1 TO A990-PARAM-LEIDOS
               MOVE 'PARAMETRO' TO W094-ARCHIVO
               MOVE PR-PTA TO W094-PTA
               MOVE SPACES TO W094-DPTO
               MOVE PR-CODIGO TO W094-CODIGO
               MOVE ZERO TO W094-CANTIDAD
               MOVE ZERO TO W094-DISPONIBLE
               MOVE PR-CODIGO TO RI-P-CODIGO
               PERFORM 025-VALIDA-PRODUCTO
               IF S025-PRODUCTO-VALIDO = 'S' THEN
                   IF PR-MINIMO IS NOT NUMERIC
                      OR PR-REORDEN IS NOT NUMERIC THEN
                       MOVE 'MINIMO O LOTE NO NUMERICO' TO
                           W094-MOTIVO
                       PERFORM 094-ESCRIBE-EXCEPCION
                       ELSE
                           MOVE PR-PTA TO W020-PTA
                           MOVE PR-CODIGO TO W020-CODIGO
                           MOVE 'S' TO S020-ALTA
                           PERFORM 020-BUSCA-EXISTENCIA
                           MOVE PR-MINIMO TO
                               T020-MINIMO(T020-IDX-HALLADO)
                           MOVE PR-REORDEN TO
                               T020-REORDEN(T020-IDX-HALLADO)
                           END-IF
                   END-IF
               END-IF.
       017-990-FIN.
           EXIT.

      *---
      *Busca W020-LLAVE en la tabla de existencias; con S020-ALTA en
      *'S' un renglon que no existe se agrega en cero.
      *---
       020-BUSCA-EXISTENCIA SECTION.
       020-0100-BUSCA.
           MOVE ZERO TO T020-IDX-HALLADO.
           MOVE 1 TO T020-IDX.
           PERFORM 020-0300-COMPARA-UNO
               UNTIL T020-IDX-HALLADO > 0 OR T020-IDX > T020-NUM-EXIST.
       020-0200-ALTA.
           IF T020-IDX-HALLADO = 0 AND S020-ALTA = 'S' THEN
               IF T020-NUM-EXIST NOT < 1000 THEN
                   DISPLAY '          LAS EXISTENCIAS EXCEDEN '
      -            'LA TABLA DE TRABAJO'
                   DISPLAY '          TERMINACION ANORMAL, CODIGO 16  '
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T020-NUM-EXIST
               MOVE T020-NUM-EXIST TO T020-IDX
               MOVE T020-IDX TO T020-IDX-HALLADO
               MOVE W020-PTA TO T020-PTA(T020-IDX)
               MOVE W020-CODIGO TO T020-CODIGO(T020-IDX)
               MOVE ZERO TO T020-MINIMO(T020-IDX)
               MOVE ZERO TO T020-REORDEN(T020-IDX)
               MOVE ZERO TO T020-INICIAL(T020-IDX)
               PERFORM 022-INICIA-MOVIMIENTOS
               END-IF.
       020-990-FIN.
           EXIT.

       020-0300-COMPARA-UNO SECTION.
       020-0310-COMPARA.
           IF T020-PTA(T020-IDX) = W020-PTA
              AND T020-CODIGO(T020-IDX) = W020-CODIGO THEN
               MOVE T020-IDX TO T020-IDX-HALLADO
               END-IF.
           ADD 1 TO T020-IDX.
       020-990-FIN.
           EXIT.

       022-INICIA-MOVIMIENTOS SECTION.
       022-0100-INICIA.
           MOVE ZERO TO T020-ENTRADAS(T020-IDX).
           MOVE ZERO TO T020-DEVUELTO(T020-IDX).
           MOVE ZERO TO T020-CONSUMO(T020-IDX).
           MOVE ZERO TO T020-AJUSTE(T020-IDX).
           MOVE T020-INICIAL(T020-IDX) TO T020-FINAL(T020-IDX).
           MOVE 'N' TO T020-CONTADO(T020-IDX).
       022-990-FIN.
           EXIT.

      *---
      *El producto del movimiento (ya en RI-P-CODIGO) debe existir en
      *el catalogo; si no, el renglon va a excepciones.
      *---
       025-VALIDA-PRODUCTO SECTION.
       025-0100-LEE.
           MOVE 'S' TO S025-PRODUCTO-VALIDO.
           READ ARCH-AP-ARCHIVO-PRODUCTO
               INVALID KEY
                   MOVE 'N' TO S025-PRODUCTO-VALIDO
                   MOVE 'PRODUCTO NO EXISTE EN CATALOGO' TO
                       W094-MOTIVO
                   PERFORM 094-ESCRIBE-EXCEPCION
           END-READ.
       025-990-FIN.
           EXIT.

      *---
      *Entradas de almacen (recepciones de proveedor)
      *---
       030-APLICA-ENTRADAS SECTION.
       030-0100-INICIO.
           OPEN INPUT ARCH-EN-ARCHIVO-ENTRADAS.
           MOVE 0 TO S030-FINARCHEN.
           MOVE '1' TO S000-ESTADOARCHEN.
       030-0200-APLICA.
           PERFORM 032-LEE-ENTRADA UNTIL S030-FINARCHEN = 1.
           CLOSE ARCH-EN-ARCHIVO-ENTRADAS.
           MOVE '0' TO S000-ESTADOARCHEN.
       030-990-FIN.
           EXIT.

       032-LEE-ENTRADA SECTION.
       032-0100-LEE.
           READ ARCH-EN-ARCHIVO-ENTRADAS AT END MOVE 1 TO
               S030-FINARCHEN.
           IF S030-FINARCHEN NOT = 1 THEN
               ADD 1 TO A990-ENTRADAS-LEIDAS
               MOVE 'ENTRADAS' TO W094-ARCHIVO
               MOVE EN-PTA TO W094-PTA
               MOVE SPACES TO W094-DPTO
               MOVE EN-CODIGO TO W094-CODIGO
               MOVE EN-CANTIDAD TO W094-CANTIDAD
               MOVE ZERO TO W094-DISPONIBLE
               MOVE EN-CODIGO TO RI-P-CODIGO
               PERFORM 025-VALIDA-PRODUCTO
               IF S025-PRODUCTO-VALIDO = 'S' THEN
                   MOVE EN-PTA TO W020-PTA
                   MOVE EN-CODIGO TO W020-CODIGO
                   MOVE 'S' TO S020-ALTA
                   PERFORM 020-BUSCA-EXISTENCIA
                   ADD EN-CANTIDAD TO T020-ENTRADAS(T020-IDX-HALLADO)
                   ADD EN-CANTIDAD TO T020-FINAL(T020-IDX-HALLADO)
                   ADD 1 TO A990-MOVTOS-APLICADOS
                   END-IF
               END-IF.
       032-990-FIN.
           EXIT.

      *---
      *Devoluciones de los departamentos: regresan al anaquel
      *---
       040-APLICA-DEVOLUCIONES SECTION.
       040-0100-INICIO.
           OPEN INPUT ARCH-AD-ARCHIVO-DEVOLUCION.
           MOVE 0 TO S040-FINARCHDEVOLUCION.
           MOVE '1' TO S000-ESTADOARCHDEVOLUCION.
       040-0200-APLICA.
           PERFORM 042-LEE-DEVOLUCION UNTIL S040-FINARCHDEVOLUCION = 1.
           CLOSE ARCH-AD-ARCHIVO-DEVOLUCION.
           MOVE '0' TO S000-ESTADOARCHDEVOLUCION.
       040-990-FIN.
           EXIT.

       042-LEE-DEVOLUCION SECTION.
       042-0100-LEE.
           READ ARCH-AD-ARCHIVO-DEVOLUCION AT END MOVE 1 TO
               S040-FINARCHDEVOLUCION.
           IF S040-FINARCHDEVOLUCION NOT = 1 THEN
               ADD 1 TO A990-DEVOLUCIONES-LEIDAS
               MOVE 'DEVOLUCION' TO W094-ARCHIVO
               MOVE RI-D-PTA TO W094-PTA
               MOVE RI-D-DPTO TO W094-DPTO
               MOVE RI-D-CODIGO TO W094-CODIGO
               MOVE RI-D-CANT-DEVUELTA TO W094-CANTIDAD
               MOVE ZERO TO W094-DISPONIBLE
               MOVE RI-D-CODIGO TO RI-P-CODIGO
               PERFORM 025-VALIDA-PRODUCTO
               IF S025-PRODUCTO-VALIDO = 'S' THEN
                   MOVE RI-D-PTA TO W020-PTA
                   MOVE RI-D-CODIGO TO W020-CODIGO
                   MOVE 'S' TO S020-ALTA
                   PERFORM 020-BUSCA-EXISTENCIA
                   ADD RI-D-CANT-DEVUELTA TO
                       T020-DEVUELTO(T020-IDX-HALLADO)
                   ADD RI-D-CANT-DEVUELTA TO
                       T020-FINAL(T020-IDX-HALLADO)
                   ADD 1 TO A990-MOVTOS-APLICADOS
                   END-IF
               END-IF.
       042-990-FIN.
           EXIT.

      *---
      *Consumo registrado por almacen. Un consumo que dejaria la
      *existencia en negativo no se aplica: va a excepciones con lo
      *disponible en ese momento, para que almacen capture la entrada
      *que falta o corrija el consumo.
      *---
       050-APLICA-CONSUMOS SECTION.
       050-0100-INICIO.
           OPEN INPUT ARCH-AC-ARCHIVO-CONSUMO.
           MOVE 0 TO S050-FINARCHCONSUMO.
           MOVE '1' TO S000-ESTADOARCHCONSUMO.
       050-0200-APLICA.
           PERFORM 052-LEE-CONSUMO UNTIL S050-FINARCHCONSUMO = 1.
           CLOSE ARCH-AC-ARCHIVO-CONSUMO.
           MOVE '0' TO S000-ESTADOARCHCONSUMO.
       050-990-FIN.
           EXIT.

       052-LEE-CONSUMO SECTION.
       052-0100-LEE.
           READ ARCH-AC-ARCHIVO-CONSUMO AT END MOVE 1 TO
               S050-FINARCHCONSUMO.
           IF S050-FINARCHCONSUMO NOT = 1 THEN
               ADD 1 TO A990-CONSUMOS-LEIDOS
               IF RI-C-CVE NOT = W000-CVE-ALMACEN THEN
                   ADD 1 TO A990-CONSUMOS-RP
                   ELSE
                       PERFORM 054-APLICA-CONSUMO
                       END-IF
               END-IF.
       052-990-FIN.
           EXIT.

       054-APLICA-CONSUMO SECTION.
       054-0100-VALIDA.
           MOVE 'CONSUMO' TO W094-ARCHIVO.
           MOVE RI-C-PTA TO W094-PTA.
           MOVE RI-C-DPTO TO W094-DPTO.
           MOVE RI-C-CODIGO TO W094-CODIGO.
           MOVE RI-C-CANT-CONSUMO TO W094-CANTIDAD.
           MOVE ZERO TO W094-DISPONIBLE.
           MOVE RI-C-CODIGO TO RI-P-CODIGO.
           PERFORM 025-VALIDA-PRODUCTO.
       054-0200-APLICA.
           IF S025-PRODUCTO-VALIDO = 'S' THEN
               MOVE RI-C-PTA TO W020-PTA
               MOVE RI-C-CODIGO TO W020-CODIGO
               MOVE 'N' TO S020-ALTA
               PERFORM 020-BUSCA-EXISTENCIA
               IF T020-IDX-HALLADO > 0 THEN
                   MOVE T020-FINAL(T020-IDX-HALLADO) TO
                       W094-DISPONIBLE
                   END-IF
               IF RI-C-CANT-CONSUMO > W094-DISPONIBLE THEN
                   MOVE 'CONSUMO DEJARIA NEGATIVA' TO W094-MOTIVO
                   PERFORM 094-ESCRIBE-EXCEPCION
                   ADD 1 TO A990-CONSUMO-NEGATIVO
                   ELSE IF T020-IDX-HALLADO > 0 THEN
                       ADD RI-C-CANT-CONSUMO TO
                           T020-CONSUMO(T020-IDX-HALLADO)
                       SUBTRACT RI-C-CANT-CONSUMO FROM
                           T020-FINAL(T020-IDX-HALLADO)
                       ADD 1 TO A990-MOVTOS-APLICADOS
                       END-IF
               END-IF.
       054-990-FIN.
           EXIT.

      *---
      *Conteo fisico: la existencia en libros se lleva a lo contado
      *y la diferencia queda como ajuste; el faltante (merma) y el
      *sobrante se valuan al costo vigente del catalogo.
      *---
       060-APLICA-CONTEO SECTION.
       060-0100-INICIO.
           OPEN INPUT ARCH-CF-ARCHIVO-CONTEO.
           MOVE 0 TO S060-FINARCHCF.
           MOVE '1' TO S000-ESTADOARCHCF.
       060-0200-APLICA.
           PERFORM 062-LEE-CONTEO UNTIL S060-FINARCHCF = 1.
           CLOSE ARCH-CF-ARCHIVO-CONTEO.
           MOVE '0' TO S000-ESTADOARCHCF.
       060-0300-TOTALES.
           IF A990-AJUSTES > 0 THEN
               PERFORM 066-TOTALES-MERMA
               END-IF.
       060-990-FIN.
           EXIT.

       062-LEE-CONTEO SECTION.
       062-0100-LEE.
           READ ARCH-CF-ARCHIVO-CONTEO AT END MOVE 1 TO S060-FINARCHCF.
           IF S060-FINARCHCF NOT = 1 THEN
               ADD 1 TO A990-CONTEOS-LEIDOS
               PERFORM 064-APLICA-CONTEO
               END-IF.
       062-990-FIN.
           EXIT.

       064-APLICA-CONTEO SECTION.
       064-0100-VALIDA.
           MOVE 'CONTEO' TO W094-ARCHIVO.
           MOVE CF-PTA TO W094-PTA.
           MOVE SPACES TO W094-DPTO.
           MOVE CF-CODIGO TO W094-CODIGO.
           MOVE CF-CANTIDAD TO W094-CANTIDAD.
           MOVE ZERO TO W094-DISPONIBLE.
           MOVE CF-CODIGO TO RI-P-CODIGO.
           PERFORM 025-VALIDA-PRODUCTO.
           IF S025-PRODUCTO-VALIDO = 'S' THEN
               MOVE CF-PTA TO W020-PTA
               MOVE CF-CODIGO TO W020-CODIGO
               MOVE 'S' TO S020-ALTA
               PERFORM 020-BUSCA-EXISTENCIA
               MOVE T020-FINAL(T020-IDX-HALLADO) TO W094-DISPONIBLE
               IF T020-CONTADO(T020-IDX-HALLADO) = 'S' THEN
                   MOVE 'CONTEO DUPLICADO EN EL DIA' TO W094-MOTIVO
                   PERFORM 094-ESCRIBE-EXCEPCION
                   ELSE
                       PERFORM 064-0200-AJUSTA
                       END-IF
               END-IF.
       064-990-FIN.
           EXIT.

       064-0200-AJUSTA SECTION.
       064-0210-AJUSTA.
           MOVE 'S' TO T020-CONTADO(T020-IDX-HALLADO).
           MOVE T020-FINAL(T020-IDX-HALLADO) TO W060-LIBROS.
           COMPUTE W060-DIFERENCIA = CF-CANTIDAD - W060-LIBROS.
           ADD W060-DIFERENCIA TO T020-AJUSTE(T020-IDX-HALLADO).
           MOVE CF-CANTIDAD TO T020-FINAL(T020-IDX-HALLADO).
           ADD 1 TO A990-MOVTOS-APLICADOS.
       064-0220-REPORTA.
           IF W060-DIFERENCIA NOT = ZERO THEN
               MOVE RI-P-CTO TO W060-COSTO
               MULTIPLY W060-COSTO BY W060-DIFERENCIA
                   GIVING W060-IMPORTE
               MOVE CF-PTA TO R4-25-PTA
               MOVE CF-CODIGO TO R4-25-CODIGO
               MOVE RI-P-DESCRIPCION TO R4-25-DESCRIPCION
               MOVE W060-LIBROS TO R4-25-LIBROS
               MOVE CF-CANTIDAD TO R4-25-FISICO
               MOVE W060-DIFERENCIA TO R4-25-DIFERENCIA
               MOVE W060-COSTO TO R4-25-COSTO
               MOVE W060-IMPORTE TO R4-25-IMPORTE
               IF W060-DIFERENCIA < ZERO THEN
                   MOVE 'FALTANTE' TO R4-25-TIPO
                   ADD W060-IMPORTE TO A060-FALTANTE
                   ELSE
                       MOVE 'SOBRANTE' TO R4-25-TIPO
                       ADD W060-IMPORTE TO A060-SOBRANTE
                       END-IF
               IF (R4-NUM-LIN + 1) > R4-MAX-LIN THEN
                   PERFORM 093-ENCABEZADOS-MERMAS
                   END-IF
               WRITE R4-MERMA FROM R4-25-LINEA-MERMA AFTER 1
               ADD 1 TO R4-NUM-LIN
               ADD 1 TO A990-AJUSTES
               END-IF.
       064-990-FIN.
           EXIT.

       066-TOTALES-MERMA SECTION.
       066-0100-ESCRIBE.
           IF (R4-NUM-LIN + 5) > R4-MAX-LIN THEN
               PERFORM 093-ENCABEZADOS-MERMAS
               END-IF.
           MOVE 'TOTAL FALTANTE (MERMA)' TO R4-30-LEYENDA.
           MOVE A060-FALTANTE TO R4-30-IMPORTE.
           WRITE R4-MERMA FROM R4-30-TOTAL-MERMA AFTER 2.
           MOVE 'TOTAL SOBRANTE' TO R4-30-LEYENDA.
           MOVE A060-SOBRANTE TO R4-30-IMPORTE.
           WRITE R4-MERMA FROM R4-30-TOTAL-MERMA AFTER 1.
           MOVE 'AJUSTE NETO AL INVENTARIO' TO R4-30-LEYENDA.
           COMPUTE R4-30-IMPORTE = A060-FALTANTE + A060-SOBRANTE.
           WRITE R4-MERMA FROM R4-30-TOTAL-MERMA AFTER 2.
           ADD 5 TO R4-NUM-LIN.
       066-990-FIN.
           EXIT.

      *---
      *Suelta la tabla de existencias al ordenamiento por PTA/CODIGO
      *---
       070-LIBERA SECTION.
       070-0100-INICIO.
           MOVE 1 TO T020-IDX.
       070-0200-LIBERA.
           PERFORM 072-LIBERA-UNO UNTIL T020-IDX > T020-NUM-EXIST.
       070-990-FIN.
           EXIT.

       072-LIBERA-UNO SECTION.
       072-0100-LIBERA.
           MOVE T020-PTA(T020-IDX) TO SW-PTA.
           MOVE T020-CODIGO(T020-IDX) TO SW-CODIGO.
           MOVE T020-MINIMO(T020-IDX) TO SW-MINIMO.
           MOVE T020-REORDEN(T020-IDX) TO SW-REORDEN.
           MOVE T020-INICIAL(T020-IDX) TO SW-INICIAL.
           MOVE T020-ENTRADAS(T020-IDX) TO SW-ENTRADAS.
           MOVE T020-DEVUELTO(T020-IDX) TO SW-DEVUELTO.
           MOVE T020-CONSUMO(T020-IDX) TO SW-CONSUMO.
           MOVE T020-AJUSTE(T020-IDX) TO SW-AJUSTE.
           MOVE T020-FINAL(T020-IDX) TO SW-FINAL.
           RELEASE SW-EXISTENCIA.
           ADD 1 TO T020-IDX.
       072-990-FIN.
           EXIT.

      *---
      *Ya en orden: kardex con corte por planta, lista de reorden y
      *la existencia nueva al archivo de trabajo.
      *---
       080-REPORTA SECTION.
       080-0100-INICIO.
           OPEN OUTPUT ARCH-ET-EXISTENCIAS-TRB.
           MOVE '1' TO S000-ESTADOARCHET.
           MOVE 0 TO S080-FINORDENA.
           MOVE SPACES TO W080-PTA-ANT.
           PERFORM 081-REGRESA.
       080-0200-PROCESA.
           PERFORM 082-PROCESA-EXISTENCIA UNTIL S080-FINORDENA = 1.
       080-0300-TOTALES.
           IF W080-PTA-ANT NOT = SPACES THEN
               PERFORM 084-TOTAL-PLANTA
               END-IF.
           MOVE 'TOTAL GENERAL' TO R1-30-LEYENDA.
           MOVE SPACES TO R1-30-PTA.
           MOVE A080-VALOR-TOTAL TO R1-30-VALOR.
           IF (R1-NUM-LIN + 2) > R1-MAX-LIN THEN
               PERFORM 090-ENCABEZADOS
               END-IF.
           WRITE R1-EXISTENCIAS FROM R1-30-TOTAL-PLANTA AFTER 2.
           ADD 2 TO R1-NUM-LIN.
           IF A990-BAJO-REORDEN > 0 THEN
               MOVE A080-IMPORTE-REORDEN TO R2-30-IMPORTE
               IF (R2-NUM-LIN + 2) > R2-MAX-LIN THEN
                   PERFORM 091-ENCABEZADOS-REORDEN
                   END-IF
               WRITE R2-REORDEN FROM R2-30-TOTAL-REORDEN AFTER 2
               ADD 2 TO R2-NUM-LIN
               END-IF.
           CLOSE ARCH-ET-EXISTENCIAS-TRB.
           MOVE '0' TO S000-ESTADOARCHET.
       080-990-FIN.
           EXIT.

       081-REGRESA SECTION.
       081-0100-REGRESA.
           RETURN ARCH-SW-ORDENA AT END MOVE 1 TO S080-FINORDENA.
       081-990-FIN.
           EXIT.

       082-PROCESA-EXISTENCIA SECTION.
       082-0100-CORTE.
           IF SW-PTA NOT = W080-PTA-ANT THEN
               IF W080-PTA-ANT NOT = SPACES THEN
                   PERFORM 084-TOTAL-PLANTA
                   END-IF
               MOVE SW-PTA TO W080-PTA-ANT
               END-IF.
       082-0200-VALUA.
           MOVE SW-CODIGO TO RI-P-CODIGO.
           READ ARCH-AP-ARCHIVO-PRODUCTO
               INVALID KEY
                   MOVE SPACES TO RI-P-DESCRIPCION
                   MOVE ZERO TO RI-P-CTO
           END-READ.
           MOVE RI-P-CTO TO W080-COSTO.
           MULTIPLY W080-COSTO BY SW-FINAL GIVING W080-VALOR.
           ADD W080-VALOR TO A080-VALOR-PTA.
           ADD W080-VALOR TO A080-VALOR-TOTAL.
       082-0300-KARDEX.
           MOVE SW-PTA TO R1-25-PTA.
           MOVE SW-CODIGO TO R1-25-CODIGO.
           MOVE RI-P-DESCRIPCION TO R1-25-DESCRIPCION.
           MOVE SW-INICIAL TO R1-25-INICIAL.
           MOVE SW-ENTRADAS TO R1-25-ENTRADAS.
           MOVE SW-DEVUELTO TO R1-25-DEVUELTO.
           MOVE SW-CONSUMO TO R1-25-CONSUMO.
           MOVE SW-AJUSTE TO R1-25-AJUSTE.
           MOVE SW-FINAL TO R1-25-FINAL.
           MOVE W080-VALOR TO R1-25-VALOR.
           IF (R1-NUM-LIN + 1) > R1-MAX-LIN THEN
               PERFORM 090-ENCABEZADOS
               END-IF.
           WRITE R1-EXISTENCIAS FROM R1-25-LINEA-EXISTENCIA AFTER 1.
           ADD 1 TO R1-NUM-LIN.
       082-0400-REORDEN.
           IF SW-MINIMO > 0 AND SW-FINAL < SW-MINIMO THEN
               PERFORM 086-ESCRIBE-REORDEN
               END-IF.
       082-0500-ESCRIBE.
           MOVE SW-PTA TO ET-PTA.
           MOVE SW-CODIGO TO ET-CODIGO.
           MOVE SW-FINAL TO ET-EXISTENCIA-ACTUAL.
           MOVE SW-MINIMO TO ET-MINIMO.
           MOVE SW-REORDEN TO ET-REORDEN.
           MOVE SW-INICIAL TO ET-EXISTENCIA-ANTERIOR.
           MOVE W003-FECHA-NUM TO ET-FECHA-ULTIMA.
           WRITE ET-EXISTENCIA.
           ADD 1 TO A990-EXIST-ESCRITAS.
       082-0600-SIGUIENTE.
           PERFORM 081-REGRESA.
       082-990-FIN.
           EXIT.

       084-TOTAL-PLANTA SECTION.
       084-0100-ESCRIBE.
           MOVE 'TOTAL PLANTA' TO R1-30-LEYENDA.
           MOVE W080-PTA-ANT TO R1-30-PTA.
           MOVE A080-VALOR-PTA TO R1-30-VALOR.
           IF (R1-NUM-LIN + 3) > R1-MAX-LIN THEN
               PERFORM 090-ENCABEZADOS
               END-IF.
           WRITE R1-EXISTENCIAS FROM R1-30-TOTAL-PLANTA AFTER 2.
           MOVE SPACES TO R1-EXISTENCIAS.
           WRITE R1-EXISTENCIAS AFTER 1.
           ADD 3 TO R1-NUM-LIN.
           MOVE ZERO TO A080-VALOR-PTA.
       084-990-FIN.
           EXIT.

      *---
      *Lo sugerido repone el faltante contra el minimo y encima un
      *lote de reorden completo.
      *---
       086-ESCRIBE-REORDEN SECTION.
       086-0100-CALCULA.
           COMPUTE W080-SUGERIDO = SW-MINIMO - SW-FINAL + SW-REORDEN.
           MULTIPLY W080-COSTO BY W080-SUGERIDO GIVING W080-VALOR.
           ADD W080-VALOR TO A080-IMPORTE-REORDEN.
       086-0200-ESCRIBE.
           MOVE SW-PTA TO R2-25-PTA.
           MOVE SW-CODIGO TO R2-25-CODIGO.
           MOVE RI-P-DESCRIPCION TO R2-25-DESCRIPCION.
           MOVE SW-FINAL TO R2-25-EXISTENCIA.
           MOVE SW-MINIMO TO R2-25-MINIMO.
           MOVE SW-REORDEN TO R2-25-REORDEN.
           MOVE W080-SUGERIDO TO R2-25-SUGERIDO.
           MOVE W080-COSTO TO R2-25-COSTO.
           MOVE W080-VALOR TO R2-25-IMPORTE.
           IF (R2-NUM-LIN + 1) > R2-MAX-LIN THEN
               PERFORM 091-ENCABEZADOS-REORDEN
               END-IF.
           WRITE R2-REORDEN FROM R2-25-LINEA-REORDEN AFTER 1.
           ADD 1 TO R2-NUM-LIN.
           ADD 1 TO A990-BAJO-REORDEN.
       086-990-FIN.
           EXIT.

       090-ENCABEZADOS SECTION.
       090-0100-INICIO.
           ADD 1 TO R1-NUM-HOJA.
           MOVE R1-NUM-HOJA TO R0-10-PAGNU.
       090-0200-ESCRIBE.
           WRITE R1-EXISTENCIAS FROM R1-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R1-EXISTENCIAS FROM R0-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R1-EXISTENCIAS FROM R1-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 5 TO R1-NUM-LIN.
       090-990-FIN.
           EXIT.

       091-ENCABEZADOS-REORDEN SECTION.
       091-0100-INICIO.
           ADD 1 TO R2-NUM-HOJA.
           MOVE R2-NUM-HOJA TO R0-10-PAGNU.
       091-0200-ESCRIBE.
           WRITE R2-REORDEN FROM R2-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R2-REORDEN FROM R0-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R2-REORDEN FROM R2-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 5 TO R2-NUM-LIN.
       091-990-FIN.
           EXIT.

       092-ENCABEZADOS-EXCEP SECTION.
       092-0100-INICIO.
           ADD 1 TO R3-NUM-HOJA.
           MOVE R3-NUM-HOJA TO R0-10-PAGNU.
       092-0200-ESCRIBE.
           WRITE R3-EXCEPCION FROM R3-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R3-EXCEPCION FROM R0-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R3-EXCEPCION FROM R3-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 5 TO R3-NUM-LIN.
       092-990-FIN.
           EXIT.

       093-ENCABEZADOS-MERMAS SECTION.
       093-0100-INICIO.
           ADD 1 TO R4-NUM-HOJA.
           MOVE R4-NUM-HOJA TO R0-10-PAGNU.
       093-0200-ESCRIBE.
           WRITE R4-MERMA FROM R4-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R4-MERMA FROM R0-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R4-MERMA FROM R4-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 5 TO R4-NUM-LIN.
       093-990-FIN.
           EXIT.

       094-ESCRIBE-EXCEPCION SECTION.
       094-0100-ESCRIBE.
           MOVE W094-ARCHIVO TO R3-25-ARCHIVO.
           MOVE W094-PTA TO R3-25-PTA.
           MOVE W094-DPTO TO R3-25-DPTO.
           MOVE W094-CODIGO TO R3-25-CODIGO.
           MOVE W094-CANTIDAD TO R3-25-CANTIDAD.
           MOVE W094-DISPONIBLE TO R3-25-DISPONIBLE.
           MOVE W094-MOTIVO TO R3-25-MOTIVO.
           IF (R3-NUM-LIN + 1) > R3-MAX-LIN THEN
               PERFORM 092-ENCABEZADOS-EXCEP
               END-IF.
           WRITE R3-EXCEPCION FROM R3-25-LINEA-EXCEPCION AFTER 1.
           ADD 1 TO R3-NUM-LIN.
           ADD 1 TO A990-EXCEPCIONES.
       094-990-FIN.
           EXIT.

      *---
      *Fin de corrida limpio: la existencia nueva del archivo de
      *trabajo se instala sobre ArchivoExistencias.dat; un aborto
      *antes de este punto deja el inventario como estaba.
      *---
       095-INSTALA-EXISTENCIAS SECTION.
       095-0100-INICIO.
           OPEN INPUT ARCH-ET-EXISTENCIAS-TRB.
           MOVE '1' TO S000-ESTADOARCHET.
           MOVE 0 TO S095-FINARCHET.
           OPEN OUTPUT ARCH-EX-ARCHIVO-EXISTENCIAS.
           MOVE '1' TO S000-ESTADOARCHEX.
       095-0200-COPIA.
           PERFORM 096-COPIA-UNO UNTIL S095-FINARCHET = 1.
           CLOSE ARCH-ET-EXISTENCIAS-TRB.
           MOVE '0' TO S000-ESTADOARCHET.
           CLOSE ARCH-EX-ARCHIVO-EXISTENCIAS.
           MOVE '0' TO S000-ESTADOARCHEX.
       095-990-FIN.
           EXIT.

       096-COPIA-UNO SECTION.
       096-0100-COPIA.
           READ ARCH-ET-EXISTENCIAS-TRB AT END MOVE 1 TO
               S095-FINARCHET.
           IF S095-FINARCHET NOT = 1 THEN
               MOVE ET-EXISTENCIA TO EX-EXISTENCIA
               WRITE EX-EXISTENCIA
               END-IF.
       096-990-FIN.
           EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHEX NOT = '0'
           THEN
               CLOSE ARCH-EX-ARCHIVO-EXISTENCIAS
               MOVE '0' TO S000-ESTADOARCHEX.
           IF S000-ESTADOARCHPR NOT = '0'
           THEN
               CLOSE ARCH-PR-PARAM-REORDEN
               MOVE '0' TO S000-ESTADOARCHPR.
           IF S000-ESTADOARCHEN NOT = '0'
           THEN
               CLOSE ARCH-EN-ARCHIVO-ENTRADAS
               MOVE '0' TO S000-ESTADOARCHEN.
           IF S000-ESTADOARCHCONSUMO NOT = '0'
           THEN
               CLOSE ARCH-AC-ARCHIVO-CONSUMO
               MOVE '0' TO S000-ESTADOARCHCONSUMO.
           IF S000-ESTADOARCHDEVOLUCION NOT = '0'
           THEN
               CLOSE ARCH-AD-ARCHIVO-DEVOLUCION
               MOVE '0' TO S000-ESTADOARCHDEVOLUCION.
           IF S000-ESTADOARCHCF NOT = '0'
           THEN
               CLOSE ARCH-CF-ARCHIVO-CONTEO
               MOVE '0' TO S000-ESTADOARCHCF.
           IF S000-ESTADOARCHPRODUCTO NOT = '0'
           THEN
               CLOSE ARCH-AP-ARCHIVO-PRODUCTO
               MOVE '0' TO S000-ESTADOARCHPRODUCTO.
           IF S000-ESTADOARCHET NOT = '0'
           THEN
               CLOSE ARCH-ET-EXISTENCIAS-TRB
               MOVE '0' TO S000-ESTADOARCHET.
           IF S000-ESTADOREPO NOT = '0'
           THEN
               CLOSE REPO-R1-REPORTE
               MOVE '0' TO S000-ESTADOREPO.
           IF S000-ESTADOREPOREORDEN NOT = '0'
           THEN
               CLOSE REPO-R2-REORDEN
               MOVE '0' TO S000-ESTADOREPOREORDEN.
           IF S000-ESTADOREPOEXCEP NOT = '0'
           THEN
               CLOSE REPO-R3-EXCEPCIONES
               MOVE '0' TO S000-ESTADOREPOEXCEP.
           IF S000-ESTADOREPOMERMAS NOT = '0'
           THEN
               CLOSE REPO-R4-MERMAS
               MOVE '0' TO S000-ESTADOREPOMERMAS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 990-CIFRAS-CONTROL.
       980-FIN.
           GOBACK.

       990-CIFRAS-CONTROL SECTION.
       990-0100-INICIO.
       DISPLAY W000-PROG '  EXISTENCIAS LEIDAS                     '
      -    '           ' A990-EXIST-LEIDAS.
       DISPLAY W000-PROG '  EXISTENCIAS TOMADAS DEL REPROCESO      '
      -    '           ' A990-EXIST-REPROCESO.
       DISPLAY W000-PROG '  PARAMETROS DE REORDEN LEIDOS           '
      -    '           ' A990-PARAM-LEIDOS.
       DISPLAY W000-PROG '  ENTRADAS DE ALMACEN LEIDAS             '
      -    '           ' A990-ENTRADAS-LEIDAS.
       DISPLAY W000-PROG '  DEVOLUCIONES LEIDAS                    '
      -    '           ' A990-DEVOLUCIONES-LEIDAS.
       DISPLAY W000-PROG '  CONSUMOS LEIDOS                        '
      -    '           ' A990-CONSUMOS-LEIDOS.
       DISPLAY W000-PROG '  CONSUMOS RP (NO MUEVEN EXISTENCIA)     '
      -    '           ' A990-CONSUMOS-RP.
       DISPLAY W000-PROG '  CONTEOS FISICOS LEIDOS                 '
      -    '           ' A990-CONTEOS-LEIDOS.
       DISPLAY W000-PROG '  MOVIMIENTOS APLICADOS                  '
      -    '           ' A990-MOVTOS-APLICADOS.
       DISPLAY W000-PROG '  MOVIMIENTOS EN EXCEPCION               '
      -    '           ' A990-EXCEPCIONES.
       DISPLAY W000-PROG '  CONSUMOS QUE DEJARIAN NEGATIVA         '
      -    '           ' A990-CONSUMO-NEGATIVO.
       DISPLAY W000-PROG '  AJUSTES POR CONTEO FISICO              '
      -    '           ' A990-AJUSTES.
       DISPLAY W000-PROG '  PRODUCTOS BAJO PUNTO DE REORDEN        '
      -    '           ' A990-BAJO-REORDEN.
       DISPLAY W000-PROG '  EXISTENCIAS ESCRITAS                   '
      -    '           ' A990-EXIST-ESCRITAS.
       990-0200-ESCRIBE-MONITOR.
           MOVE 0 TO W990-TOTAL-LEIDO.
           ADD A990-ENTRADAS-LEIDAS     TO W990-TOTAL-LEIDO.
           ADD A990-DEVOLUCIONES-LEIDAS TO W990-TOTAL-LEIDO.
           ADD A990-CONSUMOS-LEIDOS     TO W990-TOTAL-LEIDO.
           ADD A990-CONTEOS-LEIDOS      TO W990-TOTAL-LEIDO.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG                TO R9-PROGRAMA.
           MOVE W990-TOTAL-LEIDO         TO R9-LEIDOS.
           MOVE A990-MOVTOS-APLICADOS    TO R9-PROCESADOS.
           MOVE A990-EXCEPCIONES         TO R9-RECHAZADOS.
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
