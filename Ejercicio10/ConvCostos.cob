       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONVIERTECOSTOS.
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
      *Conversion, por una sola vez, de los archivos de la cadena de
      *valuacion al costo con centavos. El costo del producto pasa de
      *9(3) en pesos enteros a 9(6)V99 y los importes acumulados de
      *S9(8)V99 a S9(11)V99. Convierte ArchivoProducto.dat,
      *ArchivoCosto.dat, ArchivoMensual.dat, ArchivoAnual.dat,
      *ArchivoAnualCerrado.dat y ConsumoRetenido.dat: primero los
      *copia con el formato nuevo a su archivo de trabajo, y solo si
      *ningun registro viene invalido instala las copias sobre los
      *originales. Despues relee lo instalado y cuadra registros e
      *importes contra lo leido en ReporteConvCostos.txt. Si todo
      *cuadra deja la marca en CostosConvertidos.dat; con la marca
      *puesta el programa ya no vuelve a correr.
      *---
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      *Entrada
      *----
           SELECT ARCH-PV-PRODUCTO-VIEJO ASSIGN W000-UT-S-DIR-PRODUCTO
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS SEQUENTIAL
                                           RECORD KEY IS PV-CODIGO.

           SELECT OPTIONAL ARCH-VI-ARCHIVO-VIEJO ASSIGN
                                           W010-DIR-VIEJO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-MC-MARCA-CONVERSION ASSIGN
                                           W000-UT-S-DIR-MARCA
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *----
      *Salida
      *----
           SELECT ARCH-AP-ARCHIVO-PRODUCTO ASSIGN W000-UT-S-DIR-PRODUCTO
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS SEQUENTIAL
                                           RECORD KEY IS RI-P-CODIGO.

           SELECT ARCH-NU-ARCHIVO-NUEVO ASSIGN
                                           W010-DIR-NUEVO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT REPO-R1-REPORTE ASSIGN TO
           W000-UT-S-DIR-SALIDA-REPO.

           SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN TO
           W000-UT-S-DIR-MONITOR.
      *---
      *Copias con el formato nuevo; se instalan sobre los archivos
      *reales solo cuando la conversion entera salio limpia.
      *---
           SELECT ARCH-PT-PRODUCTO-TRB ASSIGN
                                           W000-UT-S-DIR-PRODUCTO-TRB
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-TB-ARCHIVO-TRB ASSIGN
                                           W010-DIR-TRB
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *---
      *Producto con el costo anterior, en pesos enteros
      *---
       FD  ARCH-PV-PRODUCTO-VIEJO
           LABEL RECORD STANDARD.
       01 PV-PRODUCTO.
           05 PV-CODIGO                  PIC X(6).
           05 PV-DESCRIPCION             PIC X(30).
           05 PV-CTO                     PIC 9(3).

      *---
      *Archivos con el formato anterior; cada vista termina en un
      *resto que debe venir en blanco, de modo que un archivo ya
      *convertido no se vuelve a convertir.
      *---
       FD  ARCH-VI-ARCHIVO-VIEJO
           LABEL RECORD STANDARD.
       01 VI-COSTO.
          05 VI-CH-CODIGO                PIC X(6).
          05 VI-CH-FECHA-EFECTIVA        PIC 9(8).
          05 VI-CH-COSTO                 PIC 9(3).
          05 VI-CH-RESTO                 PIC X(49).
       01 VI-MENSUAL.
          05 VI-MM-LLAVE                 PIC X(15).
          05 VI-MM-RA-CONSUMO            PIC S9(8).
          05 VI-MM-RA-IMPORTE            PIC S9(8)V99.
          05 VI-MM-RP-CONSUMO            PIC S9(8).
          05 VI-MM-RP-IMPORTE            PIC S9(8)V99.
          05 VI-MM-DIAS                  PIC 9(3).
          05 VI-MM-RESTO                 PIC X(12).
       01 VI-ANUAL.
          05 VI-AN-ANIO                  PIC 9(4).
          05 VI-AN-MES                   PIC 9(2).
          05 VI-AN-LLAVE                 PIC X(15).
          05 VI-AN-RA-CONSUMO            PIC S9(8).
          05 VI-AN-RA-IMPORTE            PIC S9(8)V99.
          05 VI-AN-RP-CONSUMO            PIC S9(8).
          05 VI-AN-RP-IMPORTE            PIC S9(8)V99.
          05 VI-AN-DIAS                  PIC 9(3).
          05 VI-AN-RESTO                 PIC X(6).
       01 VI-RETENIDO.
          05 VI-CR-FECHA                 PIC 9(8).
          05 VI-CR-LLAVE                 PIC X(15).
          05 VI-CR-RA-CONSUMO            PIC S9(8).
          05 VI-CR-RA-IMPORTE            PIC S9(8)V99.
          05 VI-CR-RP-CONSUMO            PIC S9(8).
          05 VI-CR-RP-IMPORTE            PIC S9(8)V99.
          05 VI-CR-RESTO                 PIC X(7).

      *---
      *Producto con el costo nuevo
      *---
       FD  ARCH-AP-ARCHIVO-PRODUCTO
           LABEL RECORD STANDARD.
       01 AI-ARCHIVO-PRODUCTO.
           05 RI-P-CODIGO                PIC X(6).
           05 RI-P-DESCRIPCION           PIC X(30).
           05 RI-P-CTO                   PIC 9(6)V99.

       FD  ARCH-PT-PRODUCTO-TRB
           LABEL RECORD STANDARD.
       01 PT-PRODUCTO.
           05 PT-CODIGO                  PIC X(6).
           05 PT-DESCRIPCION             PIC X(30).
           05 PT-CTO                     PIC 9(6)V99.

      *---
      *Archivos de trabajo con el formato nuevo
      *---
       FD  ARCH-TB-ARCHIVO-TRB
           LABEL RECORD STANDARD.
       01 TB-COSTO.
          05 TB-CH-CODIGO                PIC X(6).
          05 TB-CH-FECHA-EFECTIVA        PIC 9(8).
          05 TB-CH-COSTO                 PIC 9(6)V99.
       01 TB-MENSUAL.
          05 TB-MM-LLAVE                 PIC X(15).
          05 TB-MM-RA-CONSUMO            PIC S9(8).
          05 TB-MM-RA-IMPORTE            PIC S9(11)V99.
          05 TB-MM-RP-CONSUMO            PIC S9(8).
          05 TB-MM-RP-IMPORTE            PIC S9(11)V99.
          05 TB-MM-DIAS                  PIC 9(3).
       01 TB-ANUAL.
          05 TB-AN-ANIO                  PIC 9(4).
          05 TB-AN-MES                   PIC 9(2).
          05 TB-AN-LLAVE                 PIC X(15).
          05 TB-AN-RA-CONSUMO            PIC S9(8).
          05 TB-AN-RA-IMPORTE            PIC S9(11)V99.
          05 TB-AN-RP-CONSUMO            PIC S9(8).
          05 TB-AN-RP-IMPORTE            PIC S9(11)V99.
          05 TB-AN-DIAS                  PIC 9(3).
       01 TB-RETENIDO.
          05 TB-CR-FECHA                 PIC 9(8).
          05 TB-CR-LLAVE                 PIC X(15).
          05 TB-CR-RA-CONSUMO            PIC S9(8).
          05 TB-CR-RA-IMPORTE            PIC S9(11)V99.
          05 TB-CR-RP-CONSUMO            PIC S9(8).
          05 TB-CR-RP-IMPORTE            PIC S9(11)V99.

      *---
      *Archivos reales con el formato nuevo; se escriben al instalar y
      *se releen para el cuadre.
      *---
       FD  ARCH-NU-ARCHIVO-NUEVO
           LABEL RECORD STANDARD.
       01 NU-COSTO.
          05 NU-CH-CODIGO                PIC X(6).
          05 NU-CH-FECHA-EFECTIVA        PIC 9(8).
          05 NU-CH-COSTO                 PIC 9(6)V99.
       01 NU-MENSUAL.
          05 NU-MM-LLAVE                 PIC X(15).
          05 NU-MM-RA-CONSUMO            PIC S9(8).
          05 NU-MM-RA-IMPORTE            PIC S9(11)V99.
          05 NU-MM-RP-CONSUMO            PIC S9(8).
          05 NU-MM-RP-IMPORTE            PIC S9(11)V99.
          05 NU-MM-DIAS                  PIC 9(3).
       01 NU-ANUAL.
          05 NU-AN-ANIO                  PIC 9(4).
          05 NU-AN-MES                   PIC 9(2).
          05 NU-AN-LLAVE                 PIC X(15).
          05 NU-AN-RA-CONSUMO            PIC S9(8).
          05 NU-AN-RA-IMPORTE            PIC S9(11)V99.
          05 NU-AN-RP-CONSUMO            PIC S9(8).
          05 NU-AN-RP-IMPORTE            PIC S9(11)V99.
          05 NU-AN-DIAS                  PIC 9(3).
       01 NU-RETENIDO.
          05 NU-CR-FECHA                 PIC 9(8).
          05 NU-CR-LLAVE                 PIC X(15).
          05 NU-CR-RA-CONSUMO            PIC S9(8).
          05 NU-CR-RA-IMPORTE            PIC S9(11)V99.
          05 NU-CR-RP-CONSUMO            PIC S9(8).
          05 NU-CR-RP-IMPORTE            PIC S9(11)V99.

      *---
      *Marca de conversion aplicada
      *---
       FD  ARCH-MC-MARCA-CONVERSION
           LABEL RECORD STANDARD.
       01 MC-MARCA.
           05 MC-FECHA                   PIC 9(8).
           05 MC-HORA                    PIC 9(6).
           05 MC-PROGRAMA                PIC X(8).

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
           05  S020-FINARCHPV            PIC 9.
           05  S000-ESTADOARCHPV         PIC X  VALUE '0'.
           05  S030-FINARCHVI            PIC 9.
           05  S000-ESTADOARCHVI         PIC X  VALUE '0'.
           05  S040-FINARCHPT            PIC 9.
           05  S000-ESTADOARCHPT         PIC X  VALUE '0'.
           05  S050-FINARCHTB            PIC 9.
           05  S000-ESTADOARCHTB         PIC X  VALUE '0'.
           05  S060-FINARCHAP            PIC 9.
           05  S000-ESTADOARCHAP         PIC X  VALUE '0'.
           05  S070-FINARCHNU            PIC 9.
           05  S000-ESTADOARCHNU         PIC X  VALUE '0'.
           05  S005-FINARCHMC            PIC 9.
           05  S000-ESTADOARCHMC         PIC X  VALUE '0'.
           05  S000-ESTADOREPO           PIC X  VALUE '0'.
           05  S000-ESTADOARCHCM         PIC X  VALUE '0'.

      *---
      *Constantes
      *---
       01  W000-CTES.
           05  W000-PROG                 PIC X(8)
                                         VALUE 'P-COS745'.
           05  W000-UT-S-DIR-PRODUCTO     PIC X(20)
                                         VALUE 'ArchivoProducto.dat'.
           05  W000-UT-S-DIR-PRODUCTO-TRB PIC X(20)
                                         VALUE 'ArchivoProducto.cnv'.
           05  W000-UT-S-DIR-MARCA       PIC X(24)
                                         VALUE 'CostosConvertidos.dat'.
           05  W000-UT-S-DIR-SALIDA-REPO PIC X(30)
                                         VALUE 'ReporteConvCostos.txt'.
           05  W000-UT-S-DIR-MONITOR     PIC X(20)
                                         VALUE 'CifrasControl.txt'.
           05  W000-NUM-ARCHIVOS         PIC S9(4) COMP
                                         VALUE 5.

      *---
      *Archivos secuenciales que se convierten, su archivo de trabajo
      *y su formato: C costo, M mensual, A anual, R retenido.
      *---
       01 T010-TABLA-ARCHIVOS.
           05 T010-ARCHIVO-1.
               10 FILLER                 PIC X(24) VALUE
                                         'ArchivoCosto.dat'.
               10 FILLER                 PIC X(24) VALUE
                                         'ArchivoCosto.cnv'.
               10 FILLER                 PIC X     VALUE 'C'.
           05 T010-ARCHIVO-2.
               10 FILLER                 PIC X(24) VALUE
                                         'ArchivoMensual.dat'.
               10 FILLER                 PIC X(24) VALUE
                                         'ArchivoMensual.cnv'.
               10 FILLER                 PIC X     VALUE 'M'.
           05 T010-ARCHIVO-3.
               10 FILLER                 PIC X(24) VALUE
                                         'ArchivoAnual.dat'.
               10 FILLER                 PIC X(24) VALUE
                                         'ArchivoAnual.cnv'.
               10 FILLER                 PIC X     VALUE 'A'.
           05 T010-ARCHIVO-4.
               10 FILLER                 PIC X(24) VALUE
                                         'ArchivoAnualCerrado.dat'.
               10 FILLER                 PIC X(24) VALUE
                                         'ArchivoAnualCerrado.cnv'.
               10 FILLER                 PIC X     VALUE 'A'.
           05 T010-ARCHIVO-5.
               10 FILLER                 PIC X(24) VALUE
                                         'ConsumoRetenido.dat'.
               10 FILLER                 PIC X(24) VALUE
                                         'ConsumoRetenido.cnv'.
               10 FILLER                 PIC X     VALUE 'R'.
       01 T010-TABLA-R REDEFINES T010-TABLA-ARCHIVOS.
           05 T010-ENTRADA OCCURS 5.
               10 T010-DIR               PIC X(24).
               10 T010-TRB               PIC X(24).
               10 T010-TIPO              PIC X.

       01 T010-IDX                       PIC S9(4) COMP.

      *---
      *Registros e importes de cada archivo, antes de convertir y
      *releidos despues de instalar
      *---
       01 T015-TABLA-CUADRE.
           05 T015-ENTRADA OCCURS 5.
               10 T015-REG-ANTES         PIC S9(9).
               10 T015-IMP-ANTES         PIC S9(13)V99.
               10 T015-REG-DESPUES       PIC S9(9).
               10 T015-IMP-DESPUES       PIC S9(13)V99.

       01 W010-DIR-VIEJO                 PIC X(24).
       01 W010-DIR-TRB                   PIC X(24).
       01 W010-DIR-NUEVO                 PIC X(24).

      *---
      *Variables de trabajo
      *---
       01 W020-VARS.
           05 W020-PROD-REG-ANTES        PIC S9(9).
           05 W020-PROD-IMP-ANTES        PIC S9(13)V99.
           05 W020-PROD-REG-DESPUES      PIC S9(9).
           05 W020-PROD-IMP-DESPUES      PIC S9(13)V99.
           05 W020-REG-ARCHIVO           PIC S9(9).
           05 W020-VALIDO                PIC X.
           05 W020-HORA                  PIC X(6).

       01 W003-FECHA-CORRIDA             PIC X(8).

       01 W003-FECHA-NUM REDEFINES W003-FECHA-CORRIDA
                                         PIC 9(8).

      *---
      *Cifras de control
      *---
       01 A990-CIFRAS-CONTROL.
           05 A990-REG-LEIDOS            PIC S9(9).
           05 A990-REG-CONVERTIDOS       PIC S9(9).
           05 A990-REG-INVALIDOS         PIC S9(9).
           05 A990-REG-INSTALADOS        PIC S9(9).
           05 A990-ARCH-DESCUADRADOS     PIC S9(9).

      *---
      *Variables del reporte
      *---
       01 R1-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(12)       VALUE SPACES.
           05 FILLER                      PIC X(42)       VALUE
           "CONVERSION DEL COSTO CON CENTAVOS".
           05 FILLER                      PIC X(57)       VALUE SPACES.

       01 R1-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                      PIC X(10).
           05 FILLER                      PIC X(14)       VALUE
           "FECHA CORRIDA ".
           05 R1-10-FECHA                 PIC 9(8).
           05 FILLER                      PIC X(64)       VALUE SPACES.

       01 R1-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ARCHIVO".
           05 FILLER                      PIC X(11)       VALUE
           "  REG ANTES".
           05 FILLER                      PIC X(12)       VALUE
           " REG DESPUES".
           05 FILLER                      PIC X(19)       VALUE
           "      IMPORTE ANTES".
           05 FILLER                      PIC X(22)       VALUE
           "       IMPORTE DESPUES".
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(30)       VALUE
           "RESULTADO".

       01 R1-25-LINEA-ARCHIVO.
           05 R1-25-ARCHIVO               PIC X(24).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-REG-ANTES             PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-REG-DESPUES           PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-IMP-ANTES             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(4)        VALUE SPACES.
           05 R1-25-IMP-DESPUES           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-RESULTADO             PIC X(10).
           05 FILLER                      PIC X(20)       VALUE SPACES.

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
           MOVE ZEROS TO W020-VARS.
           MOVE ZEROS TO T015-TABLA-CUADRE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W003-FECHA-CORRIDA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W020-HORA.
           PERFORM 005-VERIFICA-MARCA.
       000-0200-CONVIERTE.
           PERFORM 020-CONVIERTE-PRODUCTO.
           MOVE 1 TO T010-IDX.
           PERFORM 030-CONVIERTE-ARCHIVO
               UNTIL T010-IDX > W000-NUM-ARCHIVOS.
           IF A990-REG-INVALIDOS > 0 THEN
               DISPLAY W000-PROG '  REGISTROS INVALIDOS, NO SE INSTALA'
      -        ' NINGUN ARCHIVO'
               PERFORM 980-ABORTA.
       000-0300-INSTALA.
           PERFORM 040-INSTALA-PRODUCTO.
           MOVE 1 TO T010-IDX.
           PERFORM 050-INSTALA-ARCHIVO
               UNTIL T010-IDX > W000-NUM-ARCHIVOS.
       000-0400-CUADRA.
           OPEN OUTPUT REPO-R1-REPORTE.
           MOVE '1' TO S000-ESTADOREPO.
           MOVE W000-PROG TO R1-05-CONSPRO.
           MOVE W003-FECHA-NUM TO R1-10-FECHA.
           PERFORM 090-ENCABEZADOS.
           PERFORM 060-CUADRA-PRODUCTO.
           MOVE 1 TO T010-IDX.
           PERFORM 070-CUADRA-ARCHIVO
               UNTIL T010-IDX > W000-NUM-ARCHIVOS.
           MOVE 'ARCHIVOS QUE NO CUADRAN' TO R1-30-TEXTO.
           MOVE A990-ARCH-DESCUADRADOS TO R1-30-CUENTA.
           WRITE R1-REPORTE FROM R1-30-LINEA-TOTAL AFTER 3.
           CLOSE REPO-R1-REPORTE.
           MOVE '0' TO S000-ESTADOREPO.
       000-0500-TERMINA.
           IF A990-ARCH-DESCUADRADOS > 0 THEN
               DISPLAY W000-PROG '  LA CONVERSION NO CUADRA, REVISE '
      -        W000-UT-S-DIR-SALIDA-REPO
               MOVE 16 TO RETURN-CODE
               ELSE
               PERFORM 008-ESCRIBE-MARCA.
           PERFORM 990-CIFRAS-CONTROL.
       000-FIN.
           GOBACK.

      *---
      *Con la marca puesta la conversion ya se aplico; correrla otra
      *vez convertiria de nuevo archivos ya convertidos.
      *---
       005-VERIFICA-MARCA SECTION.
       005-0100-INICIO.
           OPEN INPUT ARCH-MC-MARCA-CONVERSION.
           MOVE 0 TO S005-FINARCHMC.
           MOVE '1' TO S000-ESTADOARCHMC.
           READ ARCH-MC-MARCA-CONVERSION AT END MOVE 1
           TO S005-FINARCHMC.
           CLOSE ARCH-MC-MARCA-CONVERSION.
           MOVE '0' TO S000-ESTADOARCHMC.
           IF S005-FINARCHMC NOT = 1 THEN
               DISPLAY W000-PROG '  LA CONVERSION YA SE APLICO EL '
      -        MC-FECHA ' A LAS ' MC-HORA
               PERFORM 980-ABORTA.
       005-990-FIN.
           EXIT.

       008-ESCRIBE-MARCA SECTION.
       008-0100-INICIO.
           OPEN OUTPUT ARCH-MC-MARCA-CONVERSION.
           MOVE '1' TO S000-ESTADOARCHMC.
           MOVE W003-FECHA-NUM TO MC-FECHA.
           MOVE W020-HORA TO MC-HORA.
           MOVE W000-PROG TO MC-PROGRAMA.
           WRITE MC-MARCA.
           CLOSE ARCH-MC-MARCA-CONVERSION.
           MOVE '0' TO S000-ESTADOARCHMC.
       008-990-FIN.
           EXIT.

      *---
      *Copia el producto a su archivo de trabajo con el costo nuevo
      *---
       020-CONVIERTE-PRODUCTO SECTION.
       020-0100-INICIO.
           OPEN INPUT ARCH-PV-PRODUCTO-VIEJO.
           MOVE 0 TO S020-FINARCHPV.
           MOVE '1' TO S000-ESTADOARCHPV.
           OPEN OUTPUT ARCH-PT-PRODUCTO-TRB.
           MOVE '1' TO S000-ESTADOARCHPT.
       020-0200-COPIA.
           PERFORM 022-CONVIERTE-UN-PRODUCTO UNTIL S020-FINARCHPV = 1.
           CLOSE ARCH-PV-PRODUCTO-VIEJO.
           MOVE '0' TO S000-ESTADOARCHPV.
           CLOSE ARCH-PT-PRODUCTO-TRB.
           MOVE '0' TO S000-ESTADOARCHPT.
       020-990-FIN.
           EXIT.

       022-CONVIERTE-UN-PRODUCTO SECTION.
       022-0100-LEE.
           READ ARCH-PV-PRODUCTO-VIEJO AT END MOVE 1 TO
               S020-FINARCHPV.
           IF S020-FINARCHPV NOT = 1 THEN
               ADD 1 TO A990-REG-LEIDOS
               ADD 1 TO W020-PROD-REG-ANTES
               IF PV-CTO IS NOT NUMERIC THEN
                   ADD 1 TO A990-REG-INVALIDOS
                   DISPLAY W000-PROG '  COSTO INVALIDO EN '
      -            W000-UT-S-DIR-PRODUCTO ' CODIGO ' PV-CODIGO
                   ELSE
                   ADD PV-CTO TO W020-PROD-IMP-ANTES
                   MOVE PV-CODIGO TO PT-CODIGO
                   MOVE PV-DESCRIPCION TO PT-DESCRIPCION
                   MOVE PV-CTO TO PT-CTO
                   WRITE PT-PRODUCTO
                   ADD 1 TO A990-REG-CONVERTIDOS
                   END-IF
               END-IF.
       022-990-FIN.
           EXIT.

      *---
      *Copia un archivo secuencial a su archivo de trabajo con el
      *formato nuevo. Si el archivo no existe no hay nada que hacer.
      *---
       030-CONVIERTE-ARCHIVO SECTION.
       030-0100-INICIO.
           MOVE T010-DIR(T010-IDX) TO W010-DIR-VIEJO.
           MOVE T010-TRB(T010-IDX) TO W010-DIR-TRB.
           MOVE ZERO TO W020-REG-ARCHIVO.
           OPEN INPUT ARCH-VI-ARCHIVO-VIEJO.
           MOVE 0 TO S030-FINARCHVI.
           MOVE '1' TO S000-ESTADOARCHVI.
           OPEN OUTPUT ARCH-TB-ARCHIVO-TRB.
           MOVE '1' TO S000-ESTADOARCHTB.
       030-0200-COPIA.
           PERFORM 032-CONVIERTE-REGISTRO UNTIL S030-FINARCHVI = 1.
           CLOSE ARCH-VI-ARCHIVO-VIEJO.
           MOVE '0' TO S000-ESTADOARCHVI.
           CLOSE ARCH-TB-ARCHIVO-TRB.
           MOVE '0' TO S000-ESTADOARCHTB.
           ADD 1 TO T010-IDX.
       030-990-FIN.
           EXIT.

       032-CONVIERTE-REGISTRO SECTION.
       032-0100-LEE.
           READ ARCH-VI-ARCHIVO-VIEJO AT END MOVE 1 TO
               S030-FINARCHVI.
           IF S030-FINARCHVI NOT = 1 THEN
               ADD 1 TO A990-REG-LEIDOS
               ADD 1 TO W020-REG-ARCHIVO
               ADD 1 TO T015-REG-ANTES(T010-IDX)
               PERFORM 034-VALIDA-REGISTRO
               IF W020-VALIDO NOT = 'S' THEN
                   ADD 1 TO A990-REG-INVALIDOS
                   DISPLAY W000-PROG '  REGISTRO INVALIDO EN '
      -            W010-DIR-VIEJO ' REG ' W020-REG-ARCHIVO
                   ELSE
                   PERFORM 036-ESCRIBE-REGISTRO
                   ADD 1 TO A990-REG-CONVERTIDOS
                   END-IF
               END-IF.
       032-990-FIN.
           EXIT.

      *---
      *El resto en blanco asegura que el registro trae el largo del
      *formato anterior; las cifras deben ser numericas.
      *---
       034-VALIDA-REGISTRO SECTION.
       034-0100-INICIO.
           MOVE 'S' TO W020-VALIDO.
           IF T010-TIPO(T010-IDX) = 'C' THEN
               IF VI-CH-RESTO NOT = SPACES
                  OR VI-CH-FECHA-EFECTIVA IS NOT NUMERIC
                  OR VI-CH-COSTO IS NOT NUMERIC THEN
                   MOVE 'N' TO W020-VALIDO
                   END-IF
               END-IF.
           IF T010-TIPO(T010-IDX) = 'M' THEN
               IF VI-MM-RESTO NOT = SPACES
                  OR VI-MM-RA-CONSUMO IS NOT NUMERIC
                  OR VI-MM-RA-IMPORTE IS NOT NUMERIC
                  OR VI-MM-RP-CONSUMO IS NOT NUMERIC
                  OR VI-MM-RP-IMPORTE IS NOT NUMERIC
                  OR VI-MM-DIAS IS NOT NUMERIC THEN
                   MOVE 'N' TO W020-VALIDO
                   END-IF
               END-IF.
           IF T010-TIPO(T010-IDX) = 'A' THEN
               IF VI-AN-RESTO NOT = SPACES
                  OR VI-AN-ANIO IS NOT NUMERIC
                  OR VI-AN-MES IS NOT NUMERIC
                  OR VI-AN-RA-CONSUMO IS NOT NUMERIC
                  OR VI-AN-RA-IMPORTE IS NOT NUMERIC
                  OR VI-AN-RP-CONSUMO IS NOT NUMERIC
                  OR VI-AN-RP-IMPORTE IS NOT NUMERIC
                  OR VI-AN-DIAS IS NOT NUMERIC THEN
                   MOVE 'N' TO W020-VALIDO
                   END-IF
               END-IF.
           IF T010-TIPO(T010-IDX) = 'R' THEN
               IF VI-CR-RESTO NOT = SPACES
                  OR VI-CR-FECHA IS NOT NUMERIC
                  OR VI-CR-RA-CONSUMO IS NOT NUMERIC
                  OR VI-CR-RA-IMPORTE IS NOT NUMERIC
                  OR VI-CR-RP-CONSUMO IS NOT NUMERIC
                  OR VI-CR-RP-IMPORTE IS NOT NUMERIC THEN
                   MOVE 'N' TO W020-VALIDO
                   END-IF
               END-IF.
       034-990-FIN.
           EXIT.

       036-ESCRIBE-REGISTRO SECTION.
       036-0100-INICIO.
           IF T010-TIPO(T010-IDX) = 'C' THEN
               MOVE VI-CH-CODIGO TO TB-CH-CODIGO
               MOVE VI-CH-FECHA-EFECTIVA TO TB-CH-FECHA-EFECTIVA
               MOVE VI-CH-COSTO TO TB-CH-COSTO
               ADD VI-CH-COSTO TO T015-IMP-ANTES(T010-IDX)
               WRITE TB-COSTO
               END-IF.
           IF T010-TIPO(T010-IDX) = 'M' THEN
               MOVE VI-MM-LLAVE TO TB-MM-LLAVE
               MOVE VI-MM-RA-CONSUMO TO TB-MM-RA-CONSUMO
               MOVE VI-MM-RA-IMPORTE TO TB-MM-RA-IMPORTE
               MOVE VI-MM-RP-CONSUMO TO TB-MM-RP-CONSUMO
               MOVE VI-MM-RP-IMPORTE TO TB-MM-RP-IMPORTE
               MOVE VI-MM-DIAS TO TB-MM-DIAS
               ADD VI-MM-RA-IMPORTE VI-MM-RP-IMPORTE
                   TO T015-IMP-ANTES(T010-IDX)
               WRITE TB-MENSUAL
               END-IF.
           IF T010-TIPO(T010-IDX) = 'A' THEN
               MOVE VI-AN-ANIO TO TB-AN-ANIO
               MOVE VI-AN-MES TO TB-AN-MES
               MOVE VI-AN-LLAVE TO TB-AN-LLAVE
               MOVE VI-AN-RA-CONSUMO TO TB-AN-RA-CONSUMO
               MOVE VI-AN-RA-IMPORTE TO TB-AN-RA-IMPORTE
               MOVE VI-AN-RP-CONSUMO TO TB-AN-RP-CONSUMO
               MOVE VI-AN-RP-IMPORTE TO TB-AN-RP-IMPORTE
               MOVE VI-AN-DIAS TO TB-AN-DIAS
               ADD VI-AN-RA-IMPORTE VI-AN-RP-IMPORTE
                   TO T015-IMP-ANTES(T010-IDX)
               WRITE TB-ANUAL
               END-IF.
           IF T010-TIPO(T010-IDX) = 'R' THEN
               MOVE VI-CR-FECHA TO TB-CR-FECHA
               MOVE VI-CR-LLAVE TO TB-CR-LLAVE
               MOVE VI-CR-RA-CONSUMO TO TB-CR-RA-CONSUMO
               MOVE VI-CR-RA-IMPORTE TO TB-CR-RA-IMPORTE
               MOVE VI-CR-RP-CONSUMO TO TB-CR-RP-CONSUMO
               MOVE VI-CR-RP-IMPORTE TO TB-CR-RP-IMPORTE
               ADD VI-CR-RA-IMPORTE VI-CR-RP-IMPORTE
                   TO T015-IMP-ANTES(T010-IDX)
               WRITE TB-RETENIDO
               END-IF.
       036-990-FIN.
           EXIT.

      *---
      *Instala el producto convertido; se recarga completo en orden
      *de codigo, como venia del archivo anterior.
      *---
       040-INSTALA-PRODUCTO SECTION.
       040-0100-INICIO.
           OPEN INPUT ARCH-PT-PRODUCTO-TRB.
           MOVE 0 TO S040-FINARCHPT.
           MOVE '1' TO S000-ESTADOARCHPT.
           OPEN OUTPUT ARCH-AP-ARCHIVO-PRODUCTO.
           MOVE '1' TO S000-ESTADOARCHAP.
       040-0200-COPIA.
           PERFORM 042-INSTALA-UN-PRODUCTO UNTIL S040-FINARCHPT = 1.
           CLOSE ARCH-PT-PRODUCTO-TRB.
           MOVE '0' TO S000-ESTADOARCHPT.
           CLOSE ARCH-AP-ARCHIVO-PRODUCTO.
           MOVE '0' TO S000-ESTADOARCHAP.
       040-990-FIN.
           EXIT.

       042-INSTALA-UN-PRODUCTO SECTION.
       042-0100-COPIA.
           READ ARCH-PT-PRODUCTO-TRB AT END MOVE 1 TO
               S040-FINARCHPT.
           IF S040-FINARCHPT NOT = 1 THEN
               MOVE PT-PRODUCTO TO AI-ARCHIVO-PRODUCTO
               WRITE AI-ARCHIVO-PRODUCTO
               ADD 1 TO A990-REG-INSTALADOS
               END-IF.
       042-990-FIN.
           EXIT.

      *---
      *Instala un archivo convertido sobre el real; un archivo que no
      *existia, o que venia vacio, se deja como estaba.
      *---
       050-INSTALA-ARCHIVO SECTION.
       050-0100-INICIO.
           IF T015-REG-ANTES(T010-IDX) > 0 THEN
               MOVE T010-TRB(T010-IDX) TO W010-DIR-TRB
               MOVE T010-DIR(T010-IDX) TO W010-DIR-NUEVO
               OPEN INPUT ARCH-TB-ARCHIVO-TRB
               MOVE 0 TO S050-FINARCHTB
               MOVE '1' TO S000-ESTADOARCHTB
               OPEN OUTPUT ARCH-NU-ARCHIVO-NUEVO
               MOVE '1' TO S000-ESTADOARCHNU
               PERFORM 052-INSTALA-REGISTRO UNTIL S050-FINARCHTB = 1
               CLOSE ARCH-TB-ARCHIVO-TRB
               MOVE '0' TO S000-ESTADOARCHTB
               CLOSE ARCH-NU-ARCHIVO-NUEVO
               MOVE '0' TO S000-ESTADOARCHNU
               END-IF.
           ADD 1 TO T010-IDX.
       050-990-FIN.
           EXIT.

       052-INSTALA-REGISTRO SECTION.
       052-0100-COPIA.
           READ ARCH-TB-ARCHIVO-TRB AT END MOVE 1 TO S050-FINARCHTB.
           IF S050-FINARCHTB NOT = 1 THEN
               IF T010-TIPO(T010-IDX) = 'C' THEN
                   MOVE TB-COSTO TO NU-COSTO
                   WRITE NU-COSTO
                   END-IF
               IF T010-TIPO(T010-IDX) = 'M' THEN
                   MOVE TB-MENSUAL TO NU-MENSUAL
                   WRITE NU-MENSUAL
                   END-IF
               IF T010-TIPO(T010-IDX) = 'A' THEN
                   MOVE TB-ANUAL TO NU-ANUAL
                   WRITE NU-ANUAL
                   END-IF
               IF T010-TIPO(T010-IDX) = 'R' THEN
                   MOVE TB-RETENIDO TO NU-RETENIDO
                   WRITE NU-RETENIDO
                   END-IF
               ADD 1 TO A990-REG-INSTALADOS
               END-IF.
       052-990-FIN.
           EXIT.

      *---
      *Relee el producto instalado y lo cuadra contra lo leido
      *---
       060-CUADRA-PRODUCTO SECTION.
       060-0100-INICIO.
           OPEN INPUT ARCH-AP-ARCHIVO-PRODUCTO.
           MOVE 0 TO S060-FINARCHAP.
           MOVE '1' TO S000-ESTADOARCHAP.
       060-0200-LEE.
           PERFORM 062-SUMA-PRODUCTO UNTIL S060-FINARCHAP = 1.
           CLOSE ARCH-AP-ARCHIVO-PRODUCTO.
           MOVE '0' TO S000-ESTADOARCHAP.
       060-0300-ESCRIBE.
           MOVE W000-UT-S-DIR-PRODUCTO TO R1-25-ARCHIVO.
           MOVE W020-PROD-REG-ANTES TO R1-25-REG-ANTES.
           MOVE W020-PROD-REG-DESPUES TO R1-25-REG-DESPUES.
           MOVE W020-PROD-IMP-ANTES TO R1-25-IMP-ANTES.
           MOVE W020-PROD-IMP-DESPUES TO R1-25-IMP-DESPUES.
           IF W020-PROD-REG-ANTES = W020-PROD-REG-DESPUES
              AND W020-PROD-IMP-ANTES = W020-PROD-IMP-DESPUES THEN
               MOVE 'CUADRA' TO R1-25-RESULTADO
               ELSE
               MOVE 'NO CUADRA' TO R1-25-RESULTADO
               ADD 1 TO A990-ARCH-DESCUADRADOS.
           WRITE R1-REPORTE FROM R1-25-LINEA-ARCHIVO AFTER 1.
       060-990-FIN.
           EXIT.

       062-SUMA-PRODUCTO SECTION.
       062-0100-LEE.
           READ ARCH-AP-ARCHIVO-PRODUCTO AT END MOVE 1 TO
               S060-FINARCHAP.
           IF S060-FINARCHAP NOT = 1 THEN
               ADD 1 TO W020-PROD-REG-DESPUES
               ADD RI-P-CTO TO W020-PROD-IMP-DESPUES
               END-IF.
       062-990-FIN.
           EXIT.

      *---
      *Relee un archivo instalado y lo cuadra contra lo leido
      *---
       070-CUADRA-ARCHIVO SECTION.
       070-0100-INICIO.
           IF T015-REG-ANTES(T010-IDX) > 0 THEN
               MOVE T010-DIR(T010-IDX) TO W010-DIR-NUEVO
               OPEN INPUT ARCH-NU-ARCHIVO-NUEVO
               MOVE 0 TO S070-FINARCHNU
               MOVE '1' TO S000-ESTADOARCHNU
               PERFORM 072-SUMA-REGISTRO UNTIL S070-FINARCHNU = 1
               CLOSE ARCH-NU-ARCHIVO-NUEVO
               MOVE '0' TO S000-ESTADOARCHNU
               END-IF.
       070-0200-ESCRIBE.
           MOVE T010-DIR(T010-IDX) TO R1-25-ARCHIVO.
           MOVE T015-REG-ANTES(T010-IDX) TO R1-25-REG-ANTES.
           MOVE T015-REG-DESPUES(T010-IDX) TO R1-25-REG-DESPUES.
           MOVE T015-IMP-ANTES(T010-IDX) TO R1-25-IMP-ANTES.
           MOVE T015-IMP-DESPUES(T010-IDX) TO R1-25-IMP-DESPUES.
           IF T015-REG-ANTES(T010-IDX) = T015-REG-DESPUES(T010-IDX)
              AND T015-IMP-ANTES(T010-IDX) =
                  T015-IMP-DESPUES(T010-IDX) THEN
               MOVE 'CUADRA' TO R1-25-RESULTADO
               ELSE
               MOVE 'NO CUADRA' TO R1-25-RESULTADO
               ADD 1 TO A990-ARCH-DESCUADRADOS.
           WRITE R1-REPORTE FROM R1-25-LINEA-ARCHIVO AFTER 1.
           ADD 1 TO T010-IDX.
       070-990-FIN.
           EXIT.

       072-SUMA-REGISTRO SECTION.
       072-0100-LEE.
           READ ARCH-NU-ARCHIVO-NUEVO AT END MOVE 1 TO S070-FINARCHNU.
           IF S070-FINARCHNU NOT = 1 THEN
               ADD 1 TO T015-REG-DESPUES(T010-IDX)
               IF T010-TIPO(T010-IDX) = 'C' THEN
                   ADD NU-CH-COSTO TO T015-IMP-DESPUES(T010-IDX)
                   END-IF
               IF T010-TIPO(T010-IDX) = 'M' THEN
                   ADD NU-MM-RA-IMPORTE NU-MM-RP-IMPORTE
                       TO T015-IMP-DESPUES(T010-IDX)
                   END-IF
               IF T010-TIPO(T010-IDX) = 'A' THEN
                   ADD NU-AN-RA-IMPORTE NU-AN-RP-IMPORTE
                       TO T015-IMP-DESPUES(T010-IDX)
                   END-IF
               IF T010-TIPO(T010-IDX) = 'R' THEN
                   ADD NU-CR-RA-IMPORTE NU-CR-RP-IMPORTE
                       TO T015-IMP-DESPUES(T010-IDX)
                   END-IF
               END-IF.
       072-990-FIN.
           EXIT.

       090-ENCABEZADOS SECTION.
       090-0100-ESCRIBE.
           WRITE R1-REPORTE FROM R1-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R1-REPORTE FROM R1-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R1-REPORTE FROM R1-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
       090-990-FIN.
           EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHPV NOT = '0'
           THEN
               CLOSE ARCH-PV-PRODUCTO-VIEJO
               MOVE '0' TO S000-ESTADOARCHPV.
           IF S000-ESTADOARCHVI NOT = '0'
           THEN
               CLOSE ARCH-VI-ARCHIVO-VIEJO
               MOVE '0' TO S000-ESTADOARCHVI.
           IF S000-ESTADOARCHPT NOT = '0'
           THEN
               CLOSE ARCH-PT-PRODUCTO-TRB
               MOVE '0' TO S000-ESTADOARCHPT.
           IF S000-ESTADOARCHTB NOT = '0'
           THEN
               CLOSE ARCH-TB-ARCHIVO-TRB
               MOVE '0' TO S000-ESTADOARCHTB.
           IF S000-ESTADOARCHAP NOT = '0'
           THEN
               CLOSE ARCH-AP-ARCHIVO-PRODUCTO
               MOVE '0' TO S000-ESTADOARCHAP.
           IF S000-ESTADOARCHNU NOT = '0'
           THEN
               CLOSE ARCH-NU-ARCHIVO-NUEVO
               MOVE '0' TO S000-ESTADOARCHNU.
           IF S000-ESTADOARCHMC NOT = '0'
           THEN
               CLOSE ARCH-MC-MARCA-CONVERSION
               MOVE '0' TO S000-ESTADOARCHMC.
           IF S000-ESTADOREPO NOT = '0'
           THEN
               CLOSE REPO-R1-REPORTE
               MOVE '0' TO S000-ESTADOREPO.
           MOVE 16 TO RETURN-CODE.
           PERFORM 990-CIFRAS-CONTROL.
       980-FIN.
           GOBACK.

       990-CIFRAS-CONTROL SECTION.
       990-0100-INICIO.
       DISPLAY W000-PROG '  REGISTROS LEIDOS CON FORMATO ANTERIOR  '
      -    '           ' A990-REG-LEIDOS.
       DISPLAY W000-PROG '  REGISTROS CONVERTIDOS                  '
      -    '           ' A990-REG-CONVERTIDOS.
       DISPLAY W000-PROG '  REGISTROS INVALIDOS                    '
      -    '           ' A990-REG-INVALIDOS.
       DISPLAY W000-PROG '  REGISTROS INSTALADOS                   '
      -    '           ' A990-REG-INSTALADOS.
       DISPLAY W000-PROG '  ARCHIVOS QUE NO CUADRAN                '
      -    '           ' A990-ARCH-DESCUADRADOS.
       990-0200-ESCRIBE-MONITOR.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG                TO R9-PROGRAMA.
           MOVE A990-REG-LEIDOS          TO R9-LEIDOS.
           MOVE A990-REG-CONVERTIDOS     TO R9-PROCESADOS.
           MOVE A990-REG-INVALIDOS       TO R9-RECHAZADOS.
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
