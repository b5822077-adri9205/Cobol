       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RELACIONFOLIOS.
       AUTHOR.
           PROG.ADRIANACORTES
       DATE-WRITTEN.
           15/OCT/2026
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           IBM-370.
       OBJECT-COMPUTER.
           IBM-370.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
        SELECT ARCH-TA-TALONARIOS ASSIGN
                                 W000-UT-S-DIRECCION-TALONARIOS
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS TA-LLAVE.
        SELECT OPTIONAL ARCH-FC-FOLIOS-CHEQUE ASSIGN
                                 W000-UT-S-DIRECCION-FOLIOS
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-RD-RANGOS-DEPURADOS ASSIGN
                                 W000-UT-S-DIRECCION-DEPURADOS
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT REPO-R1-REPORTE-O ASSIGN W000-UT-S-DIRECCION-SALIDA.
        SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN
                                 W000-UT-S-DIRECCION-MONITOR.
        SELECT ARCH-SF-ORDENA ASSIGN W000-UT-S-DIRECCION-ORDENA.
        SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN
                                 W000-UT-S-DIRECCION-FECHAPROC
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *---
      *Talonario de cheques por cuenta BCO/NO-CTA que mantiene
      *P-CHE111: rangos de formas recibidos, en orden ascendente y
      *sin traslape, y el siguiente folio disponible (cero si ya no
      *quedan formas).
      *---
       FD ARCH-TA-TALONARIOS
           LABEL RECORD STANDARD.
       01 TA-TALONARIO.
           05 TA-LLAVE.
               10 TA-BCO                 PIC XXX.
               10 TA-NO-CTA              PIC X(8).
           05 TA-SIGUIENTE               PIC 9(12).
           05 TA-NUM-RANGOS              PIC 99.
           05 TA-RANGO OCCURS 12 TIMES.
               10 TA-FOLIO-INICIAL       PIC 9(12).
               10 TA-FOLIO-FINAL         PIC 9(12).
               10 TA-FECHA-RECEPCION     PIC 9(8).

      *---
      *Bitacora de folios acumulada por los programas que emiten,
      *anulan o inutilizan cheques ('E', 'A', 'I').
      *---
       FD ARCH-FC-FOLIOS-CHEQUE
           LABEL RECORD STANDARD.
       01 FC-FOLIO-CHEQUE.
           05 FC-BCO                     PIC XXX.
           05 FC-NO-CTA                  PIC X(8).
           05 FC-FOLIO                   PIC 9(12).
           05 FC-ESTADO                  PIC X.
           05 FC-FECHA                   PIC 9(8).
           05 FC-VALOR                   PIC S9(12)V99.
           05 FC-PROGRAMA                PIC X(8).

      *---
      *Rangos agotados que P-CHE111 quita del talonario; sus folios
      *siguen en la bitacora y no son movimientos fuera de talonario.
      *---
       FD ARCH-RD-RANGOS-DEPURADOS
           LABEL RECORD STANDARD.
       01 RD-RANGO-DEPURADO.
           05 RD-LLAVE.
               10 RD-BCO                 PIC XXX.
               10 RD-NO-CTA              PIC X(8).
           05 RD-FOLIO-INICIAL           PIC 9(12).
           05 RD-FOLIO-FINAL             PIC 9(12).
           05 RD-FECHA-RECEPCION         PIC 9(8).
           05 RD-FECHA-DEPURACION        PIC 9(8).

       FD REPO-R1-REPORTE-O
           RECORD CONTAINS 90 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01 R1-REPORTE-SALIDA               PIC X(90).

       FD ARCH-CM-ARCHIVO-MONITOR
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01 R9-LINEA-MONITOR.
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
      *Fecha de negocio del ciclo, fijada por operaciones; sin el
      *archivo se usa la fecha del sistema como siempre.
      *---
       FD ARCH-FP-ARCHIVO-FECHAPROC
           LABEL RECORDS ARE STANDARD.
       01 FP-REGISTRO.
           05 FP-FECHA                    PIC X(8).

      *---
      *La bitacora se acumula en el orden en que se emite; el cruce
      *contra los rangos del talonario va por BCO/CTA/FOLIO.
      *---
       SD ARCH-SF-ORDENA.
       01 SF-FOLIO-CHEQUE.
           05 SF-BCO                     PIC XXX.
           05 SF-NO-CTA                  PIC X(8).
           05 SF-FOLIO                   PIC 9(12).
           05 SF-ESTADO                  PIC X.
           05 SF-FECHA                   PIC 9(8).
           05 SF-VALOR                   PIC S9(12)V99.
           05 SF-PROGRAMA                PIC X(8).

       WORKING-STORAGE SECTION.
      *-----------------------
      **SWITCHES
       01 S000-ESTADOS.
           05 S000-FINARCH                PIC 9.
           05 S000-FINARCHTALONARIOS      PIC 9.
           05 S000-ESTADOARCHTALONARIOS   PIC X.
           05 S000-ESTADOREPO             PIC X.
           05 S000-ESTADOARCHCM           PIC X.
           05 S003-FINARCHFECHAPROC       PIC 9.
           05 S000-ESTADOARCHFECHAPROC    PIC X.
           05 S000-FINARCHDEPURADOS       PIC 9.
           05 S000-ESTADOARCHDEPURADOS    PIC X.

       01 W000-CTES.
           05 W000-PROG                 PIC X(8)      VALUE "P-CHE127".
           05 W000-UT-S-DIRECCION-TALONARIOS PIC X(30)  VALUE
       "Talonarios.dat".
           05 W000-UT-S-DIRECCION-FOLIOS  PIC X(30)      VALUE
       "FoliosCheque.dat".
           05 W000-UT-S-DIRECCION-SALIDA  PIC X(30)      VALUE
       "ReporteFolios.txt".
           05 W000-UT-S-DIRECCION-MONITOR PIC X(30)      VALUE
       "CifrasControl.txt".
           05 W000-UT-S-DIRECCION-ORDENA  PIC X(30)      VALUE
       "OrdenaFolios.tmp".
           05 W000-UT-S-DIRECCION-FECHAPROC PIC X(30)    VALUE
       "FechaProceso.dat".
           05 W000-UT-S-DIRECCION-DEPURADOS PIC X(30)    VALUE
       "RangosDepurados.dat".

      *FECHA
       01 W000-FECHA.
           05 W000-YEAR                   PIC 99.
           05 W000-MONTH                  PIC 99.
           05 W000-DAY                    PIC 99.

      *FECHA COMPLETA DE LA CORRIDA (AAAAMMDD); LOS MOVIMIENTOS DEL
      *MES SON LOS DE SU MISMO ANIO Y MES
       01 W000-FECHA-CORRIDA              PIC 9(8).

      *---
      *Talonario en curso (HIGH-VALUES al terminar el archivo) y
      *movimiento de la bitacora en curso, ya ordenado.
      *---
       01 I022-TALONARIO.
           05 I022-LLAVE.
               10 I022-BCO                PIC XXX.
               10 I022-NO-CTA             PIC X(8).

       01 I024-MOVIMIENTO.
           05 I024-LLAVE.
               10 I024-BCO                PIC XXX.
               10 I024-NO-CTA             PIC X(8).
           05 I024-FOLIO                  PIC 9(12).
           05 I024-ESTADO                 PIC X.
           05 I024-FECHA                  PIC 9(8).
           05 I024-VALOR                  PIC S9(12)V99.
           05 I024-PROGRAMA               PIC X(8).

      *---
      *Rango y folio en curso, y lo que la bitacora dice del folio:
      *el estado que rige (un anulado o inutilizado prevalece sobre
      *su emision) y cuantas veces se emitio.
      *---
       01 W032-RANGO.
           05 W032-IDX                    PIC S9(4) COMP.
           05 W032-FOLIO                  PIC 9(12).

       01 W034-FOLIO.
           05 W034-NUM-MOVS               PIC S9(4) COMP.
           05 W034-NUM-EMITIDO            PIC S9(4) COMP.
           05 W034-ESTADO                 PIC X.
           05 W034-FECHA                  PIC 9(8).
           05 W034-VALOR                  PIC S9(12)V99.
           05 W034-PROGRAMA               PIC X(8).
           05 W034-DESCRIPCION            PIC X(12).
           05 W034-OBSERVACION            PIC X(24).

      *---
      *Rangos depurados de todos los talonarios, para reconocer los
      *movimientos de la bitacora que caen en ellos.
      *---
       01 T005-TABLA-DEPURADOS.
           05 T005-NUM-RANGOS             PIC S9(4) COMP VALUE ZERO.
           05 T005-RANGO OCCURS 2000 TIMES.
               10 T005-LLAVE              PIC X(11).
               10 T005-FOLIO-INICIAL      PIC 9(12).
               10 T005-FOLIO-FINAL        PIC 9(12).

       01 T005-IDX                        PIC S9(4) COMP.

       01 T005-RANGO-BUSCADO              PIC X.
           88 T005-RANGO-EXISTE                          VALUE 'S'.
           88 T005-RANGO-NO-EXISTE                       VALUE 'N'.

      * ACUMULADORES POR RANGO, POR CUENTA Y GENERALES
       01 A032-ACUM-RANGO.
           05 A032-FOLIOS                 PIC S9(7).
           05 A032-EMITIDOS               PIC S9(7).
           05 A032-ANULADOS               PIC S9(7).
           05 A032-INUTILIZADOS           PIC S9(7).
           05 A032-SIN-USAR               PIC S9(7).
           05 A032-FALTANTES              PIC S9(7).

       01 A030-ACUM-CUENTA.
           05 A030-FOLIOS                 PIC S9(7).
           05 A030-EMITIDOS               PIC S9(7).
           05 A030-ANULADOS               PIC S9(7).
           05 A030-INUTILIZADOS           PIC S9(7).
           05 A030-SIN-USAR               PIC S9(7).
           05 A030-FALTANTES              PIC S9(7).
           05 A030-MES-EMITIDOS           PIC S9(7).
           05 A030-MES-ANULADOS           PIC S9(7).
           05 A030-MES-INUTILIZADOS       PIC S9(7).

       01 A070-ACUM-GENERAL.
           05 A070-CUENTAS                PIC S9(7).
           05 A070-RANGOS                 PIC S9(7).
           05 A070-FOLIOS                 PIC S9(7).
           05 A070-EMITIDOS               PIC S9(7).
           05 A070-ANULADOS               PIC S9(7).
           05 A070-INUTILIZADOS           PIC S9(7).
           05 A070-SIN-USAR               PIC S9(7).
           05 A070-FALTANTES              PIC S9(7).
           05 A070-DUPLICADOS             PIC S9(7).
           05 A070-FUERA-SECUENCIA        PIC S9(7).
           05 A070-FUERA-TALONARIO        PIC S9(7).
           05 A070-RANGO-DEPURADO         PIC S9(7).

      * CIFRAS DE CONTROL
       01 A990-CIFRAS-CONTROL.
           05 A990-TALONARIOS-LEIDOS      PIC S9(9).
           05 A990-DEPURADOS-CARGADOS     PIC S9(9).
           05 A990-MOVIMIENTOS-LEIDOS     PIC S9(9).
           05 A990-FOLIOS-RELACIONADOS    PIC S9(9).
           05 A990-EXCEPCIONES            PIC S9(9).

      *TABLA
       01  T000-MONTHS-TABLE              PIC X(36)      VALUE
       'ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC'.
       01  T000-MONTH-TABLE          REDEFINES T000-MONTHS-TABLE.
           05  T000-MONTH             OCCURS 12
                                          PIC XXX.
       01  T000-VARS.
           05  T000-I                     PIC 99.

      *VARIABLES QUE GUARDAN DATOS
       01 R1-VARS.
           05 R1-050-NUM-HOJA             PIC S9(9)       VALUE 0.
           05 R1-050-NUM-LIN              PIC S9(9).
           05 R1-050-MAX-LIN              PIC S9(9)       VALUE +50.

      *LINEAS DE TITULO

       01 R1-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(14)       VALUE SPACES.
           05 FILLER                      PIC X(35)       VALUE
           "RELACION DE FOLIOS DE CHEQUES".
           05 FILLER                      PIC X(14)       VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "FECHA: ".
           05 R1-05-FECHA.
               10 R1-05-DAY               PIC X(2).
               10 FILLER                  PIC X           VALUE "/".
               10 R1-05-MONTH             PIC X(3).
               10 FILLER                  PIC X           VALUE "/".
               10 R1-05-YEAR              PIC X(2).

       01 R1-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                      PIC X(9).
           05 FILLER                      PIC X(22)       VALUE
           "CONTROL DE TALONARIOS ".
           05 FILLER                      PIC X(26)       VALUE SPACES.
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R1-10-PAGNU                 PIC Z(4).

       01 R1-15-ENCABEZADOS-TERCERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 FILLER                      PIC X(12)       VALUE
           "TESORERIA".
           05 FILLER                      PIC X(8)        VALUE
           "CUENTA: ".
           05 R1-15-BCO                   PIC X(3).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-15-NO-CTA                PIC X(8).
           05 FILLER                      PIC X(4)        VALUE SPACES.
           05 FILLER                      PIC X(17)       VALUE
           "SIGUIENTE FOLIO: ".
           05 R1-15-SIGUIENTE             PIC X(12).
           05 FILLER                      PIC X(24)       VALUE SPACES.

       01 R1-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(14)       VALUE
           "FOLIO".
           05 FILLER                      PIC X(14)       VALUE
           "ESTADO".
           05 FILLER                      PIC X(10)       VALUE
           "FECHA".
           05 FILLER                      PIC X(16)       VALUE
           "      IMPORTE".
           05 FILLER                      PIC X(10)       VALUE
           "PROGRAMA".
           05 FILLER                      PIC X(26)       VALUE
           "OBSERVACION".

      * IMPRIME CADA FOLIO DEL RANGO CON SU ESTADO
       01 R1-25-LINEADETALLE.
           05 R1-25-PRINT-FOLIO           PIC 9(12).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-PRINT-ESTADO          PIC X(12).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-PRINT-FECHA           PIC X(8).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-PRINT-VALOR           PIC ZZZ,ZZZ,ZZZ.99.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-PRINT-PROGRAMA        PIC X(8).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-PRINT-OBSERVACION     PIC X(24).
           05 FILLER                      PIC X(2)        VALUE SPACES.

      * ENCABEZADO DE CADA RANGO Y ETIQUETAS DE TOTALES
       01 R1-32-ETIQUETA.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-32-TEXTO                 PIC X(40).
           05 R1-32-DATO                  PIC X(48).

       01 R1-32-RANGO.
           05 FILLER                      PIC X(6)        VALUE
           "RANGO ".
           05 R1-32-FOLIO-INICIAL         PIC 9(12).
           05 FILLER                      PIC X(3)        VALUE
           " A ".
           05 R1-32-FOLIO-FINAL           PIC 9(12).
           05 FILLER                      PIC X(7)        VALUE SPACES.

      * CUADRE DEL RANGO O DE LA CUENTA: CADA FOLIO EN UN SOLO ESTADO
       01 R1-35-CUADRE.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-35-FOLIOS                PIC ZZZ,ZZ9.
           05 FILLER                      PIC X(7)        VALUE
           " = EMI ".
           05 R1-35-EMITIDOS              PIC ZZZ,ZZ9.
           05 FILLER                      PIC X(5)        VALUE
           " ANU ".
           05 R1-35-ANULADOS              PIC ZZ,ZZ9.
           05 FILLER                      PIC X(5)        VALUE
           " INU ".
           05 R1-35-INUTILIZADOS          PIC ZZ,ZZ9.
           05 FILLER                      PIC X(10)       VALUE
           " SIN USAR ".
           05 R1-35-SIN-USAR              PIC ZZZ,ZZ9.
           05 FILLER                      PIC X(6)        VALUE
           " FALT ".
           05 R1-35-FALTANTES             PIC ZZ,ZZ9.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-35-RESULTADO             PIC X(14).

      * MOVIMIENTOS DE LA CUENTA EN EL MES DE LA CORRIDA
       01 R1-40-MES.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(22)       VALUE
           "MOVIMIENTOS DEL MES:".
           05 FILLER                      PIC X(9)        VALUE
           "EMITIDOS ".
           05 R1-40-EMITIDOS              PIC ZZZ,ZZ9.
           05 FILLER                      PIC X(11)       VALUE
           "  ANULADOS ".
           05 R1-40-ANULADOS              PIC ZZ,ZZ9.
           05 FILLER                      PIC X(15)       VALUE
           "  INUTILIZADOS ".
           05 R1-40-INUTILIZADOS          PIC ZZ,ZZ9.
           05 FILLER                      PIC X(12)       VALUE SPACES.

      *LINEA TOTAL GENERAL
       01  R1-30-TOTAL-CLASE.
           05  FILLER                     PIC X(2)        VALUE SPACES.
           05  R1-30-DESCRIPCION          PIC X(30).
           05  R1-30-CUANTOS              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(51)       VALUE SPACES.

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
           OPEN OUTPUT REPO-R1-REPORTE-O.
           MOVE 0 TO S000-ESTADOREPO.
           MOVE 0 TO R1-050-NUM-HOJA.
           MOVE R1-050-MAX-LIN TO R1-050-NUM-LIN.
           MOVE W000-PROG TO R1-05-CONSPRO.
           PERFORM 003-FECHA-PROCESO.
           MOVE W000-DAY TO R1-05-DAY.
           MOVE W000-YEAR TO R1-05-YEAR.
           SET  T000-I TO W000-MONTH.
           MOVE T000-MONTH(T000-I) TO R1-05-MONTH.
           MOVE ZEROS TO A990-CIFRAS-CONTROL.
           MOVE ZEROS TO A070-ACUM-GENERAL.
           PERFORM 005-CARGA-DEPURADOS.
       000-0200-ORDENA-Y-CRUZA.
           SORT ARCH-SF-ORDENA
               ON ASCENDING KEY SF-BCO SF-NO-CTA SF-FOLIO
               USING ARCH-FC-FOLIOS-CHEQUE
               OUTPUT PROCEDURE 020-CRUZA-TALONARIOS.
       000-0300-ESCRIBE-TOTALES.
           PERFORM 070-ESCRIBE-TOTALES.
       000-0400-TERMINA.
           CLOSE REPO-R1-REPORTE-O.
           MOVE 1 TO S000-ESTADOREPO.
           COMPUTE A990-EXCEPCIONES = A070-FALTANTES + A070-DUPLICADOS
               + A070-FUERA-SECUENCIA + A070-FUERA-TALONARIO.
           IF A990-EXCEPCIONES > ZERO THEN
               MOVE 4 TO RETURN-CODE
               DISPLAY W000-PROG '  HAY FOLIOS FALTANTES, DUPLICADOS '
      -        'O FUERA DE TALONARIO'
               DISPLAY W000-PROG '  REVISAR ReporteFolios.txt'
               END-IF.
           PERFORM 990-CIFRAS-DE-CONTROL.
       000-0990-FIN.
           GOBACK.

      *---
      *Toma la fecha de negocio del ciclo de FechaProceso.dat, para
      *que el mes de la relacion sea el del dia habil correcto; sin
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
               MOVE FUNCTION CURRENT-DATE(3:6) TO W000-FECHA
               ELSE
               MOVE FP-FECHA TO W000-FECHA-CORRIDA
               MOVE FP-FECHA(3:6) TO W000-FECHA.
       003-0200-CIERRA.
           CLOSE ARCH-FP-ARCHIVO-FECHAPROC.
           MOVE 1 TO S000-ESTADOARCHFECHAPROC.
       003-0990-TERMINA.
           EXIT.

      *---
      *Carga RangosDepurados.dat; sin el archivo la tabla queda
      *vacia.
      *---
       005-CARGA-DEPURADOS SECTION.
       005-0100-INICIO.
           OPEN INPUT ARCH-RD-RANGOS-DEPURADOS.
           MOVE 0 TO S000-FINARCHDEPURADOS.
           MOVE 0 TO S000-ESTADOARCHDEPURADOS.
           MOVE ZERO TO T005-NUM-RANGOS.
       005-0200-CARGA.
           PERFORM 005-0300-LEE-Y-AGREGA
               UNTIL S000-FINARCHDEPURADOS = 1.
           CLOSE ARCH-RD-RANGOS-DEPURADOS.
           MOVE 1 TO S000-ESTADOARCHDEPURADOS.
       005-0990-TERMINA.
           EXIT.

       005-0300-LEE-Y-AGREGA SECTION.
       005-0310-LEE.
           READ ARCH-RD-RANGOS-DEPURADOS AT END MOVE 1 TO
               S000-FINARCHDEPURADOS.
           IF S000-FINARCHDEPURADOS NOT = 1 THEN
               IF T005-NUM-RANGOS NOT < 2000 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  LOS RANGOS DEPURADOS EXCEDEN '
      -            'LA TABLA DE TRABAJO'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T005-NUM-RANGOS
               MOVE RD-LLAVE TO T005-LLAVE(T005-NUM-RANGOS)
               MOVE RD-FOLIO-INICIAL TO
                   T005-FOLIO-INICIAL(T005-NUM-RANGOS)
               MOVE RD-FOLIO-FINAL TO T005-FOLIO-FINAL(T005-NUM-RANGOS)
               ADD 1 TO A990-DEPURADOS-CARGADOS
               END-IF.
       005-0390-TERMINA.
           EXIT.

      *---
      *Cruza el talonario de cada cuenta contra la bitacora ya
      *ordenada. Los movimientos de una cuenta sin talonario se
      *listan como excepcion.
      *---
       020-CRUZA-TALONARIOS SECTION.
       020-0100-INICIO.
           OPEN INPUT ARCH-TA-TALONARIOS.
           MOVE 0 TO S000-FINARCHTALONARIOS.
           MOVE 0 TO S000-ESTADOARCHTALONARIOS.
           MOVE 0 TO S000-FINARCH.
           PERFORM 022-LEE-TALONARIO.
           PERFORM 024-LEE-MOVIMIENTO.
       020-0200-CRUZA.
           PERFORM 030-PROC-CUENTA
               UNTIL S000-FINARCHTALONARIOS = 1.
           PERFORM 040-FOLIO-FUERA
               UNTIL S000-FINARCH = 1.
       020-0300-CIERRA.
           CLOSE ARCH-TA-TALONARIOS.
           MOVE 1 TO S000-ESTADOARCHTALONARIOS.
       020-0990-TERMINA.
           EXIT.

       022-LEE-TALONARIO SECTION.
       022-0100-LEE.
           READ ARCH-TA-TALONARIOS NEXT RECORD AT END MOVE 1 TO
               S000-FINARCHTALONARIOS.
           IF S000-FINARCHTALONARIOS = 1 THEN
               MOVE HIGH-VALUES TO I022-LLAVE
               ELSE
               MOVE TA-LLAVE TO I022-LLAVE
               ADD 1 TO A990-TALONARIOS-LEIDOS.
       022-0200-VALIDA.
           IF S000-FINARCHTALONARIOS NOT = 1 THEN
               IF TA-NUM-RANGOS IS NOT NUMERIC OR TA-NUM-RANGOS > 12
               THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  TALONARIO ' TA-BCO ' '
                       TA-NO-CTA ' CON NUMERO DE RANGOS INVALIDO'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               END-IF.
       022-0990-TERMINA.
           EXIT.

       024-LEE-MOVIMIENTO SECTION.
       024-0100-LEE.
           RETURN ARCH-SF-ORDENA AT END MOVE 1 TO S000-FINARCH.
           IF S000-FINARCH = 1 THEN
               MOVE HIGH-VALUES TO I024-LLAVE
               ELSE
               MOVE SF-BCO TO I024-BCO
               MOVE SF-NO-CTA TO I024-NO-CTA
               MOVE SF-FOLIO TO I024-FOLIO
               MOVE SF-ESTADO TO I024-ESTADO
               MOVE SF-FECHA TO I024-FECHA
               MOVE SF-VALOR TO I024-VALOR
               MOVE SF-PROGRAMA TO I024-PROGRAMA
               ADD 1 TO A990-MOVIMIENTOS-LEIDOS.
       024-0990-TERMINA.
           EXIT.

      *---
      *Una cuenta empieza hoja. Se relacionan todos los folios de
      *cada rango recibido y al final el cuadre de la cuenta; lo
      *que la bitacora tenga fuera de los rangos se lista aparte.
      *---
       030-PROC-CUENTA SECTION.
       030-0100-ANTERIORES.
           PERFORM 040-FOLIO-FUERA
               UNTIL I024-LLAVE NOT < I022-LLAVE.
       030-0200-INICIO.
           MOVE ZEROS TO A030-ACUM-CUENTA.
           ADD 1 TO A070-CUENTAS.
           MOVE TA-BCO TO R1-15-BCO.
           MOVE TA-NO-CTA TO R1-15-NO-CTA.
           IF TA-SIGUIENTE = ZERO THEN
               MOVE 'AGOTADO' TO R1-15-SIGUIENTE
               ELSE
               MOVE TA-SIGUIENTE TO R1-15-SIGUIENTE.
           MOVE R1-050-MAX-LIN TO R1-050-NUM-LIN.
       030-0300-RANGOS.
           MOVE 1 TO W032-IDX.
           PERFORM 032-PROC-RANGO
               UNTIL W032-IDX > TA-NUM-RANGOS.
       030-0400-RESTANTES.
           PERFORM 040-FOLIO-FUERA
               UNTIL I024-LLAVE NOT = I022-LLAVE.
       030-0500-CUADRE.
           MOVE 'TOTAL DE LA CUENTA' TO R1-32-TEXTO.
           MOVE SPACES TO R1-32-DATO.
           MOVE A030-FOLIOS TO R1-35-FOLIOS.
           MOVE A030-EMITIDOS TO R1-35-EMITIDOS.
           MOVE A030-ANULADOS TO R1-35-ANULADOS.
           MOVE A030-INUTILIZADOS TO R1-35-INUTILIZADOS.
           MOVE A030-SIN-USAR TO R1-35-SIN-USAR.
           MOVE A030-FALTANTES TO R1-35-FALTANTES.
           IF A030-FALTANTES = ZERO THEN
               MOVE 'SIN FALTANTES' TO R1-35-RESULTADO
               ELSE
               MOVE 'CON FALTANTES' TO R1-35-RESULTADO.
           MOVE A030-MES-EMITIDOS TO R1-40-EMITIDOS.
           MOVE A030-MES-ANULADOS TO R1-40-ANULADOS.
           MOVE A030-MES-INUTILIZADOS TO R1-40-INUTILIZADOS.
           IF (R1-050-NUM-LIN + 6)>R1-050-MAX-LIN THEN
               PERFORM 050-ENCABEZADOS
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-32-ETIQUETA AFTER 2.
           WRITE R1-REPORTE-SALIDA FROM R1-35-CUADRE AFTER 1.
           WRITE R1-REPORTE-SALIDA FROM R1-40-MES AFTER 2.
           ADD 6 TO R1-050-NUM-LIN.
       030-0600-SIGUIENTE.
           PERFORM 022-LEE-TALONARIO.
       030-0990-TERMINA.
           EXIT.

      *---
      *Relaciona cada folio del rango W032-IDX, de su folio inicial
      *a su folio final, y cuadra el rango.
      *---
       032-PROC-RANGO SECTION.
       032-0100-INICIO.
           MOVE ZEROS TO A032-ACUM-RANGO.
           ADD 1 TO A070-RANGOS.
           MOVE TA-FOLIO-INICIAL(W032-IDX) TO R1-32-FOLIO-INICIAL.
           MOVE TA-FOLIO-FINAL(W032-IDX) TO R1-32-FOLIO-FINAL.
           MOVE R1-32-RANGO TO R1-32-TEXTO.
           MOVE SPACES TO R1-32-DATO.
           STRING 'RECIBIDO ' DELIMITED BY SIZE
                  TA-FECHA-RECEPCION(W032-IDX) DELIMITED BY SIZE
               INTO R1-32-DATO.
           IF (R1-050-NUM-LIN + 3)>R1-050-MAX-LIN THEN
               PERFORM 050-ENCABEZADOS
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-32-ETIQUETA AFTER 2.
           ADD 2 TO R1-050-NUM-LIN.
       032-0200-FOLIOS.
           MOVE TA-FOLIO-INICIAL(W032-IDX) TO W032-FOLIO.
           PERFORM 034-PROC-FOLIO
               UNTIL W032-FOLIO > TA-FOLIO-FINAL(W032-IDX).
       032-0300-CUADRE.
           MOVE A032-FOLIOS TO R1-35-FOLIOS.
           MOVE A032-EMITIDOS TO R1-35-EMITIDOS.
           MOVE A032-ANULADOS TO R1-35-ANULADOS.
           MOVE A032-INUTILIZADOS TO R1-35-INUTILIZADOS.
           MOVE A032-SIN-USAR TO R1-35-SIN-USAR.
           MOVE A032-FALTANTES TO R1-35-FALTANTES.
           IF A032-FALTANTES = ZERO THEN
               MOVE 'SIN FALTANTES' TO R1-35-RESULTADO
               ELSE
               MOVE 'CON FALTANTES' TO R1-35-RESULTADO.
           IF (R1-050-NUM-LIN + 1)>R1-050-MAX-LIN THEN
               PERFORM 050-ENCABEZADOS
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-35-CUADRE AFTER 1.
           ADD 1 TO R1-050-NUM-LIN.
           ADD 1 TO W032-IDX.
       032-0990-TERMINA.
           EXIT.

      *---
      *Un folio sin movimientos esta sin usar si aun no llega el
      *siguiente folio del talonario; si ya quedo atras es un
      *faltante. Un folio emitido dos veces, o con movimientos
      *adelante del siguiente folio, se senala en la observacion.
      *---
       034-PROC-FOLIO SECTION.
       034-0100-ANTERIORES.
           PERFORM 040-FOLIO-FUERA
               UNTIL I024-LLAVE NOT = I022-LLAVE
                  OR I024-FOLIO NOT < W032-FOLIO.
       034-0200-MOVIMIENTOS.
           MOVE ZERO TO W034-NUM-MOVS.
           MOVE ZERO TO W034-NUM-EMITIDO.
           MOVE SPACE TO W034-ESTADO.
           MOVE ZERO TO W034-FECHA.
           MOVE ZERO TO W034-VALOR.
           MOVE SPACES TO W034-PROGRAMA.
           MOVE SPACES TO W034-OBSERVACION.
           PERFORM 036-ACUMULA-MOVIMIENTO
               UNTIL I024-LLAVE NOT = I022-LLAVE
                  OR I024-FOLIO NOT = W032-FOLIO.
       034-0300-CLASIFICA.
           IF W034-NUM-MOVS = ZERO THEN
               IF TA-SIGUIENTE = ZERO OR W032-FOLIO < TA-SIGUIENTE THEN
                   MOVE 'FALTANTE' TO W034-DESCRIPCION
                   MOVE 'SIN MOVIMIENTO EN BITAC.' TO W034-OBSERVACION
                   ADD 1 TO A032-FALTANTES
                   ADD 1 TO A030-FALTANTES
                   ADD 1 TO A070-FALTANTES
                   ELSE
                       MOVE 'SIN USAR' TO W034-DESCRIPCION
                       ADD 1 TO A032-SIN-USAR
                       ADD 1 TO A030-SIN-USAR
                       ADD 1 TO A070-SIN-USAR
                       END-IF
               ELSE IF W034-ESTADO = 'A' THEN
                   MOVE 'ANULADO' TO W034-DESCRIPCION
                   ADD 1 TO A032-ANULADOS
                   ADD 1 TO A030-ANULADOS
                   ADD 1 TO A070-ANULADOS
                   ELSE IF W034-ESTADO = 'I' THEN
                       MOVE 'INUTILIZADO' TO W034-DESCRIPCION
                       ADD 1 TO A032-INUTILIZADOS
                       ADD 1 TO A030-INUTILIZADOS
                       ADD 1 TO A070-INUTILIZADOS
                       ELSE
                           MOVE 'EMITIDO' TO W034-DESCRIPCION
                           ADD 1 TO A032-EMITIDOS
                           ADD 1 TO A030-EMITIDOS
                           ADD 1 TO A070-EMITIDOS
                           END-IF.
       034-0400-OBSERVA.
           IF W034-NUM-EMITIDO > 1 THEN
               MOVE 'FOLIO EMITIDO DOS VECES' TO W034-OBSERVACION
               ADD 1 TO A070-DUPLICADOS
               ELSE IF W034-NUM-MOVS > ZERO AND TA-SIGUIENTE NOT = ZERO
                  AND W032-FOLIO NOT < TA-SIGUIENTE THEN
                   MOVE 'ADELANTE DEL SIGUIENTE' TO W034-OBSERVACION
                   ADD 1 TO A070-FUERA-SECUENCIA
                   END-IF.
       034-0500-ESCRIBE.
           ADD 1 TO A032-FOLIOS.
           ADD 1 TO A030-FOLIOS.
           ADD 1 TO A070-FOLIOS.
           ADD 1 TO A990-FOLIOS-RELACIONADOS.
           MOVE W032-FOLIO TO R1-25-PRINT-FOLIO.
           MOVE W034-DESCRIPCION TO R1-25-PRINT-ESTADO.
           IF W034-NUM-MOVS = ZERO THEN
               MOVE SPACES TO R1-25-PRINT-FECHA
               ELSE
               MOVE W034-FECHA TO R1-25-PRINT-FECHA.
           MOVE W034-VALOR TO R1-25-PRINT-VALOR.
           MOVE W034-PROGRAMA TO R1-25-PRINT-PROGRAMA.
           MOVE W034-OBSERVACION TO R1-25-PRINT-OBSERVACION.
           PERFORM 038-ESCRIBE-DETALLE.
           ADD 1 TO W032-FOLIO.
       034-0990-TERMINA.
           EXIT.

      *---
      *Un movimiento del folio en curso: un anulado o inutilizado
      *prevalece sobre la emision; el importe es el de la emision.
      *---
       036-ACUMULA-MOVIMIENTO SECTION.
       036-0100-ACUMULA.
           ADD 1 TO W034-NUM-MOVS.
           IF I024-ESTADO = 'A' OR I024-ESTADO = 'I' THEN
               MOVE I024-ESTADO TO W034-ESTADO
               MOVE I024-FECHA TO W034-FECHA
               MOVE I024-PROGRAMA TO W034-PROGRAMA
               ELSE
                   ADD 1 TO W034-NUM-EMITIDO
                   MOVE I024-VALOR TO W034-VALOR
                   IF W034-ESTADO = SPACE THEN
                       MOVE 'E' TO W034-ESTADO
                       MOVE I024-FECHA TO W034-FECHA
                       MOVE I024-PROGRAMA TO W034-PROGRAMA
                       END-IF
                   END-IF.
       036-0200-MES.
           IF I024-FECHA(1:6) = W000-FECHA-CORRIDA(1:6) THEN
               IF I024-ESTADO = 'A' THEN
                   ADD 1 TO A030-MES-ANULADOS
                   ELSE IF I024-ESTADO = 'I' THEN
                       ADD 1 TO A030-MES-INUTILIZADOS
                       ELSE
                           ADD 1 TO A030-MES-EMITIDOS
                           END-IF
               END-IF.
       036-0300-SIGUIENTE.
           PERFORM 024-LEE-MOVIMIENTO.
       036-0990-TERMINA.
           EXIT.

       038-ESCRIBE-DETALLE SECTION.
       038-0100-ESCRIBE.
           IF (R1-050-NUM-LIN + 1)>R1-050-MAX-LIN THEN
               PERFORM 050-ENCABEZADOS
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-25-LINEADETALLE AFTER 1.
           ADD 1 TO R1-050-NUM-LIN.
       038-0990-TERMINA.
           EXIT.

      *---
      *Movimiento de la bitacora que no cae en ningun rango del
      *talonario de su cuenta, o de una cuenta sin talonario. Si cae
      *en un rango ya depurado del talonario solo se cuenta.
      *---
       040-FOLIO-FUERA SECTION.
       040-0100-CLASIFICA.
           PERFORM 042-BUSCA-DEPURADO.
           IF T005-RANGO-EXISTE THEN
               ADD 1 TO A070-RANGO-DEPURADO
               ELSE
               PERFORM 041-ESCRIBE-FUERA.
       040-0200-SIGUIENTE.
           PERFORM 024-LEE-MOVIMIENTO.
       040-0990-TERMINA.
           EXIT.

       041-ESCRIBE-FUERA SECTION.
       041-0100-ESCRIBE.
           ADD 1 TO A070-FUERA-TALONARIO.
           IF I024-LLAVE NOT = I022-LLAVE THEN
               IF I024-BCO NOT = R1-15-BCO
                  OR I024-NO-CTA NOT = R1-15-NO-CTA THEN
                   MOVE I024-BCO TO R1-15-BCO
                   MOVE I024-NO-CTA TO R1-15-NO-CTA
                   MOVE 'SIN TALONARIO' TO R1-15-SIGUIENTE
                   MOVE R1-050-MAX-LIN TO R1-050-NUM-LIN
                   END-IF
               MOVE 'CUENTA SIN TALONARIO' TO R1-25-PRINT-OBSERVACION
               ELSE
               MOVE 'FUERA DE LOS RANGOS' TO R1-25-PRINT-OBSERVACION.
           MOVE I024-FOLIO TO R1-25-PRINT-FOLIO.
           IF I024-ESTADO = 'A' THEN
               MOVE 'ANULADO' TO R1-25-PRINT-ESTADO
               ELSE IF I024-ESTADO = 'I' THEN
                   MOVE 'INUTILIZADO' TO R1-25-PRINT-ESTADO
                   ELSE
                       MOVE 'EMITIDO' TO R1-25-PRINT-ESTADO
                       END-IF.
           MOVE I024-FECHA TO R1-25-PRINT-FECHA.
           MOVE I024-VALOR TO R1-25-PRINT-VALOR.
           MOVE I024-PROGRAMA TO R1-25-PRINT-PROGRAMA.
           PERFORM 038-ESCRIBE-DETALLE.
       041-0990-TERMINA.
           EXIT.

      *---
      *Busca el folio del movimiento en curso entre los rangos
      *depurados de su cuenta y deja el resultado en
      *T005-RANGO-BUSCADO.
      *---
       042-BUSCA-DEPURADO SECTION.
       042-0100-INICIO.
           SET T005-RANGO-NO-EXISTE TO TRUE.
           MOVE 1 TO T005-IDX.
       042-0200-BUSCA.
           PERFORM 042-0300-COMPARA-UNO
               UNTIL T005-RANGO-EXISTE OR T005-IDX > T005-NUM-RANGOS.
       042-0990-TERMINA.
           EXIT.

       042-0300-COMPARA-UNO SECTION.
       042-0310-COMPARA.
           IF I024-LLAVE = T005-LLAVE(T005-IDX)
              AND I024-FOLIO NOT < T005-FOLIO-INICIAL(T005-IDX)
              AND I024-FOLIO NOT > T005-FOLIO-FINAL(T005-IDX) THEN
               SET T005-RANGO-EXISTE TO TRUE
               END-IF.
           ADD 1 TO T005-IDX.
       042-0390-TERMINA.
           EXIT.

       050-ENCABEZADOS SECTION.
       050-0100-INICIO.
           ADD 1 TO R1-050-NUM-HOJA.
           MOVE R1-050-NUM-HOJA TO R1-10-PAGNU.
       050-0200-ESCRIBE.
           WRITE R1-REPORTE-SALIDA FROM R1-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R1-REPORTE-SALIDA FROM R1-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R1-REPORTE-SALIDA FROM R1-15-ENCABEZADOS-TERCERA-LINEA
           AFTER 1.
           WRITE R1-REPORTE-SALIDA FROM R1-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 6 TO R1-050-NUM-LIN.
       050-0990-TERMINA.
           EXIT.

       070-ESCRIBE-TOTALES SECTION.
       070-0100-INICIO.
           MOVE SPACES TO R1-15-BCO.
           MOVE SPACES TO R1-15-NO-CTA.
           MOVE SPACES TO R1-15-SIGUIENTE.
           PERFORM 050-ENCABEZADOS.
       070-0200-ESCRIBE.
           MOVE 'CUENTAS CON TALONARIO' TO R1-30-DESCRIPCION.
           MOVE A070-CUENTAS TO R1-30-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 3.
           MOVE 'RANGOS RELACIONADOS' TO R1-30-DESCRIPCION.
           MOVE A070-RANGOS TO R1-30-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 1.
           MOVE 'FOLIOS RELACIONADOS' TO R1-30-DESCRIPCION.
           MOVE A070-FOLIOS TO R1-30-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 2.
           MOVE '  EMITIDOS' TO R1-30-DESCRIPCION.
           MOVE A070-EMITIDOS TO R1-30-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 1.
           MOVE '  ANULADOS' TO R1-30-DESCRIPCION.
           MOVE A070-ANULADOS TO R1-30-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 1.
           MOVE '  INUTILIZADOS' TO R1-30-DESCRIPCION.
           MOVE A070-INUTILIZADOS TO R1-30-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 1.
           MOVE '  SIN USAR' TO R1-30-DESCRIPCION.
           MOVE A070-SIN-USAR TO R1-30-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 1.
           MOVE '  FALTANTES' TO R1-30-DESCRIPCION.
           MOVE A070-FALTANTES TO R1-30-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 1.
           MOVE 'FOLIOS EMITIDOS DOS VECES' TO R1-30-DESCRIPCION.
           MOVE A070-DUPLICADOS TO R1-30-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 2.
           MOVE 'MOVS. ADELANTE DEL SIGUIENTE' TO R1-30-DESCRIPCION.
           MOVE A070-FUERA-SECUENCIA TO R1-30-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 1.
           MOVE 'MOVS. FUERA DE TALONARIO' TO R1-30-DESCRIPCION.
           MOVE A070-FUERA-TALONARIO TO R1-30-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 1.
           MOVE 'MOVS. DE RANGOS DEPURADOS' TO R1-30-DESCRIPCION.
           MOVE A070-RANGO-DEPURADO TO R1-30-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 1.
       070-0990-TERMINA.
           EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHDEPURADOS = 0 THEN
           CLOSE ARCH-RD-RANGOS-DEPURADOS.
           MOVE 1 TO S000-ESTADOARCHDEPURADOS.

           IF S000-ESTADOARCHTALONARIOS = 0 THEN
           CLOSE ARCH-TA-TALONARIOS.
           MOVE 1 TO S000-ESTADOARCHTALONARIOS.

           IF S000-ESTADOREPO = 0 THEN
           CLOSE REPO-R1-REPORTE-O.
           MOVE 1 TO S000-ESTADOREPO.
       980-0200-ACT-CIFRAS-DE-CONTROL.
           PERFORM 990-CIFRAS-DE-CONTROL.
           DISPLAY "TERMINACIÓN ANORMAL".
       980-0990-TERMINA.
           GOBACK.

       990-CIFRAS-DE-CONTROL SECTION.
       990-0100-INICIO.
       DISPLAY W000-PROG '  TALONARIOS LEIDOS                      '
      -    '           ' A990-TALONARIOS-LEIDOS.

       DISPLAY W000-PROG '  RANGOS DEPURADOS CARGADOS              '
      -    '           ' A990-DEPURADOS-CARGADOS.

       DISPLAY W000-PROG '  MOVIMIENTOS DE BITACORA LEIDOS         '
      -    '           ' A990-MOVIMIENTOS-LEIDOS.

       DISPLAY W000-PROG '  FOLIOS RELACIONADOS                    '
      -    '           ' A990-FOLIOS-RELACIONADOS.

       DISPLAY W000-PROG '  FOLIOS FALTANTES                       '
      -    '           ' A070-FALTANTES.

       DISPLAY W000-PROG '  EXCEPCIONES DE FOLIO                   '
      -    '           ' A990-EXCEPCIONES.

       990-0200-ESCRIBE-MONITOR.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG              TO R9-PROGRAMA.
           MOVE A990-MOVIMIENTOS-LEIDOS TO R9-LEIDOS.
           MOVE A990-FOLIOS-RELACIONADOS TO R9-PROCESADOS.
           MOVE A990-EXCEPCIONES       TO R9-RECHAZADOS.
           MOVE RETURN-CODE            TO R9-RETURN-CODE.
           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-0990-TERMINA.
           EXIT.
