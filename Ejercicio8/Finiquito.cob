       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAFINIQUITOS.
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
           SELECT OPTIONAL ARCH-BJ-ARCHIVO-BAJAS ASSIGN TO
           W000-UT-S-DIR-BAJAS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN TO
           W000-UT-S-DIR-FECHAPROC
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-PF-ARCHIVO-PARAM ASSIGN TO
           W000-UT-S-DIR-PARAM
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-CB-CTAS-BANCARIAS ASSIGN TO
           W000-UT-S-DIR-CTAS
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS SEQUENTIAL
                                           RECORD KEY IS CB-LLAVE.

      *---
      *Talonario de cheques de cada cuenta pagadora (MANTTALONARIOS,
      *P-CHE111): de aqui sale el folio de cada cheque.
      *---
           SELECT ARCH-TA-TALONARIOS ASSIGN TO
           W000-UT-S-DIR-TALONARIOS
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS RANDOM
                                           RECORD KEY IS TA-LLAVE.

      *---
      *Historia de finiquitos pagados; se lee al inicio para no
      *pagar dos veces una baja y cada cheque de la corrida le
      *agrega su registro.
      *---
           SELECT OPTIONAL ARCH-FQ-FINIQUITOS ASSIGN TO
           W000-UT-S-DIR-FINIQUITOS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *----
      *    SALIDA
      *----
           SELECT ARCH-CH-ARCHIVO-CHEQUES ASSIGN TO
           W000-UT-S-DIR-CHEQUES
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Bitacora de folios compartida por los programas que emiten o
      *anulan cheques; cada cheque de la corrida agrega su folio.
      *---
           SELECT OPTIONAL ARCH-FC-FOLIOS-CHEQUE ASSIGN TO
           W000-UT-S-DIR-FOLIOS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT REPO-R1-FINIQUITO ASSIGN TO
           W000-UT-S-DIR-SALIDA.

           SELECT REPO-R2-RESUMEN ASSIGN TO
           W000-UT-S-DIR-RESUMEN.

           SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN TO
           W000-UT-S-DIR-MONITOR.

           SELECT ARCH-SW-ORDENA ASSIGN TO
           W000-UT-S-DIR-ORDENA.

       DATA DIVISION.
       FILE SECTION.
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
               10 BJ-AAMM-PROCESO         PIC 9(4).
               10 BJ-DD-PROCESO           PIC 99.
           05 BJ-MOTIVO-BAJA              PIC X(3).

       FD  ARCH-FP-ARCHIVO-FECHAPROC
           LABEL RECORD STANDARD.
       01  FP-REGISTRO.
           05 FP-FECHA                    PIC X(8).

      *---
      *Periodo a liquidar (AAAAMM) cuando no es el mes de la fecha
      *de proceso, dias de aguinaldo por anio, por ciento de prima
      *vacacional y salario minimo diario para el tope de la prima
      *de antiguedad. Un campo en blanco toma el valor de ley.
      *---
       FD  ARCH-PF-ARCHIVO-PARAM
           LABEL RECORD STANDARD.
       01  PF-PARAMETRO.
           05 PF-PERIODO                  PIC X(6).
           05 PF-PERIODO-N REDEFINES PF-PERIODO
                                          PIC 9(6).
           05 PF-DIAS-AGUINALDO           PIC X(3).
           05 PF-DIAS-AGUINALDO-N REDEFINES PF-DIAS-AGUINALDO
                                          PIC 9(3).
           05 PF-PRIMA-VAC                PIC X(5).
           05 PF-PRIMA-VAC-N REDEFINES PF-PRIMA-VAC
                                          PIC 9(3)V99.
           05 PF-SAL-MINIMO               PIC X(7).
           05 PF-SAL-MINIMO-N REDEFINES PF-SAL-MINIMO
                                          PIC 9(5)V99.

      *---
      *Catalogo de cuentas bancarias propias (MANTCUENTAS,
      *P-CHE110): de aqui sale la cuenta activa de la planta que
      *paga los cheques de su personal.
      *---
       FD  ARCH-CB-CTAS-BANCARIAS
           LABEL RECORD STANDARD.

       01 CB-CUENTA-BANCARIA.
           05 CB-LLAVE.
               10 CB-BCO                 PIC XXX.
               10 CB-NO-CTA              PIC X(8).
           05 CB-GPO                     PIC XX.
           05 CB-EMP                     PIC XXX.
           05 CB-PTA                     PIC XXX.
           05 CB-ESTADO                  PIC X.

      *---
      *Talonario por cuenta BCO/NO-CTA: rangos de formas recibidos
      *en orden ascendente y el siguiente folio disponible (cero si
      *ya no quedan formas).
      *---
       FD  ARCH-TA-TALONARIOS
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
      *Un finiquito pagado: la baja que liquida (trabajador y fecha
      *de la baja), fecha de la corrida que lo pago y su cheque.
      *---
       FD  ARCH-FQ-FINIQUITOS
           LABEL RECORD STANDARD.

       01 FQ-FINIQUITO.
           05 FQ-NO-TRAB                 PIC X(6).
           05 FQ-FECHA-BAJA              PIC 9(6).
           05 FQ-FECHA-BAJA-R REDEFINES FQ-FECHA-BAJA.
               10 FQ-AAMM-BAJA           PIC 9(4).
               10 FQ-DD-BAJA             PIC 99.
           05 FQ-MOTIVO                  PIC X(3).
           05 FQ-FECHA-PAGO              PIC 9(8).
           05 FQ-BCO                     PIC XXX.
           05 FQ-NO-CTA                  PIC X(8).
           05 FQ-FOLIO                   PIC 9(12).
           05 FQ-IMPORTE                 PIC S9(12)V99.

      *---
      *Cheques de finiquito, en el mismo formato de
      *ReporteEntrada.dat para que fluyan a la cadena de reporteo,
      *extracto y conciliacion de cheques.
      *---
       FD  ARCH-CH-ARCHIVO-CHEQUES
           LABEL RECORD STANDARD.

       01 RI-REPORTE.
           05 RI-GPO                     PIC XX.
           05 RI-EMP                     PIC XXX.
           05 RI-PTA                     PIC XXX.
           05 RI-BCO                     PIC XXX.
           05 RI-NO-CTA                  PIC X(8).
           05 RI-NO-CHEQUE               PIC X(12).
           05 RI-VALOR-CHEQUE            PIC S9(12)V99.
           05 RI-FECHA-CHEQUE            PIC 9(8).

      *---
      *Bitacora de folios: 'E' emitido, 'A' anulado, 'I' inutilizado.
      *---
       FD  ARCH-FC-FOLIOS-CHEQUE
           LABEL RECORD STANDARD.

       01 FC-FOLIO-CHEQUE.
           05 FC-BCO                     PIC XXX.
           05 FC-NO-CTA                  PIC X(8).
           05 FC-FOLIO                   PIC 9(12).
           05 FC-ESTADO                  PIC X.
           05 FC-FECHA                   PIC 9(8).
           05 FC-VALOR                   PIC S9(12)V99.
           05 FC-PROGRAMA                PIC X(8).

       FD  REPO-R1-FINIQUITO
          RECORD CONTAINS 90 CHARACTERS
           LABEL RECORD STANDARD.

       01  R1-FINIQUITO                  PIC X(90).

       FD  REPO-R2-RESUMEN
          RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD STANDARD.

       01  R2-RESUMEN                    PIC X(120).

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
      *Bajas del periodo en orden de planta, departamento y
      *trabajador para los cortes del resumen.
      *---
       SD  ARCH-SW-ORDENA.
       01 SW-BAJA.
           05 SW-GPO                     PIC XX.
           05 SW-EMP                     PIC XXX.
           05 SW-PTA                     PIC XXX.
           05 SW-DPTO                    PIC X(6).
           05 SW-NO-TRAB                 PIC X(6).
           05 SW-FECHA-BAJA              PIC 9(6).
           05 SW-NOMBRE                  PIC X(30).
           05 SW-SALBASE                 PIC S9(7)V99.
           05 SW-FECHA-ING               PIC 9(6).
           05 SW-MOTIVO                  PIC X(3).

       WORKING-STORAGE SECTION.
      *---
      *   Switches
      *---
       01  S000-ESTADOS.
           05  S000-FINARCHBAJ            PIC 9.
           05  S000-ESTADOARCHBAJ         PIC X.
           05  S003-FINARCHFECHAPROC      PIC 9.
           05  S000-ESTADOARCHFECHAPROC   PIC X.
           05  S005-FINARCHPAR            PIC 9.
           05  S000-ESTADOARCHPAR         PIC X.
           05  S000-FINARCHCTAS           PIC 9.
           05  S000-ESTADOARCHCTAS        PIC X.
           05  S008-FINARCHFIN            PIC 9.
           05  S000-ESTADOARCHFIN         PIC X.
           05  S000-ESTADOARCHTAL         PIC X.
           05  S000-ESTADOARCHFOL         PIC X.
           05  S000-ESTADOARCHCHE         PIC X.
           05  S000-ESTADOREPO            PIC X.
           05  S000-ESTADOREPO2           PIC X.
           05  S000-ESTADOARCHCM          PIC X.
           05  S000-FINARCH               PIC 9.
           05  S015-CTA-HALLADA           PIC X.
           05  S050-PAGA                  PIC X.
           05  S050-REPROCESO             PIC X.
           05  S055-LIQUIDADA             PIC X.
           05  S065-FECHAS-VALIDAS        PIC X.

      *---
      *   Constantes
      *---
       01  W000-CTES.
           05  W000-PROG                  PIC X(8)
                                      VALUE 'P-APL160'.
           05  W000-UT-S-DIR-BAJAS        PIC X(20)
                                      VALUE 'ArchBajas.dat'.
           05  W000-UT-S-DIR-FECHAPROC    PIC X(20)
                                      VALUE 'FechaProceso.dat'.
           05  W000-UT-S-DIR-PARAM        PIC X(20)
                                      VALUE 'ParamFiniquito.dat'.
           05  W000-UT-S-DIR-CTAS         PIC X(20)
                                      VALUE 'CtasBancarias.dat'.
           05  W000-UT-S-DIR-TALONARIOS   PIC X(20)
                                      VALUE 'Talonarios.dat'.
           05  W000-UT-S-DIR-FINIQUITOS   PIC X(20)
                                      VALUE 'HistFiniquitos.dat'.
           05  W000-UT-S-DIR-CHEQUES      PIC X(20)
                                      VALUE 'ChequesFiniquito.dat'.
           05  W000-UT-S-DIR-FOLIOS       PIC X(20)
                                      VALUE 'FoliosCheque.dat'.
           05  W000-UT-S-DIR-SALIDA       PIC X(20)
                                      VALUE 'ReporteFiniquito.txt'.
           05  W000-UT-S-DIR-RESUMEN      PIC X(20)
                                      VALUE 'ResumenFiniquito.txt'.
           05  W000-UT-S-DIR-MONITOR      PIC X(20)
                                      VALUE 'CifrasControl.txt'.
           05  W000-UT-S-DIR-ORDENA       PIC X(20)
                                      VALUE 'OrdenaFiniquito.tmp'.

      *---
      *Bases de calculo: mes comercial de 30 dias como en los
      *retroactivos, anio de 365, y los dias de ley de la
      *indemnizacion (tres meses mas 20 dias por anio) y de la
      *prima de antiguedad (12 dias por anio, por renuncia o
      *jubilacion solo con 15 anios o mas).
      *---
       01  W000-BASES.
           05  W000-DIAS-MES              PIC 99          VALUE 30.
           05  W000-DIAS-ANIO             PIC 999         VALUE 365.
           05  W000-DIAS-INDEM-BASE       PIC 999         VALUE 90.
           05  W000-DIAS-INDEM-ANIO       PIC 99          VALUE 20.
           05  W000-DIAS-PRIMA-ANT        PIC 99          VALUE 12.
           05  W000-ANIOS-PRIMA-ANT       PIC 99          VALUE 15.

      *---
      *   Fecha de la corrida (AAAAMMDD) para la fecha del cheque
      *---
       01  W000-FECHA-CORRIDA             PIC 9(8).
       01  W000-FECHA-CORRIDA-R REDEFINES W000-FECHA-CORRIDA.
           05  W000-ANIO-CORRIDA          PIC 9(4).
           05  W000-MES-CORRIDA           PIC 9(2).
           05  W000-DIA-CORRIDA           PIC 9(2).

      *---
      *Periodo que se liquida; las bajas traen fecha AAMMDD y se
      *comparan contra el anio y mes de dos digitos.
      *---
       01  W005-PERIODO                   PIC 9(6).
       01  W005-PERIODO-R REDEFINES W005-PERIODO.
           05  W005-SIGLO-PERIODO         PIC 99.
           05  W005-AAMM-PERIODO.
               10  W005-AA-PERIODO        PIC 99.
               10  W005-MM-PERIODO        PIC 99.

       01  W005-PARAMETROS.
           05  W005-DIAS-AGUINALDO        PIC 9(3).
           05  W005-PRIMA-VAC             PIC 9(3)V99.
           05  W005-SAL-MINIMO            PIC 9(5)V99.
           05  W005-TOPE-PRIMA            PIC 9(6)V99.

      *---
      *Dias de vacaciones por anio de servicio en curso: hasta el
      *anio indicado corresponden los dias de la entrada.
      *---
       01  T010-VALORES-VACACIONES.
           05  FILLER                     PIC X(5)        VALUE '01012'.
           05  FILLER                     PIC X(5)        VALUE '02014'.
           05  FILLER                     PIC X(5)        VALUE '03016'.
           05  FILLER                     PIC X(5)        VALUE '04018'.
           05  FILLER                     PIC X(5)        VALUE '05020'.
           05  FILLER                     PIC X(5)        VALUE '10022'.
           05  FILLER                     PIC X(5)        VALUE '15024'.
           05  FILLER                     PIC X(5)        VALUE '20026'.
           05  FILLER                     PIC X(5)        VALUE '25028'.
           05  FILLER                     PIC X(5)        VALUE '30030'.
           05  FILLER                     PIC X(5)        VALUE '35032'.
           05  FILLER                     PIC X(5)        VALUE '99034'.
       01  T010-TABLA-VACACIONES REDEFINES T010-VALORES-VACACIONES.
           05  T010-ENTRADA OCCURS 12 TIMES.
               10  T010-ANIOS-HASTA       PIC 99.
               10  T010-DIAS              PIC 999.

       01 T010-IDX                     PIC S9(4) COMP.

      *---
      *Finiquitos ya pagados de bajas del periodo, de la historia
      *('H') o de esta corrida ('C').
      *---
       01 T025-TABLA-LIQUIDADAS.
           05 T025-NUM-LIQUIDADAS      PIC S9(4) COMP VALUE ZERO.
           05 T025-ENTRADA OCCURS 500 TIMES.
               10 T025-NO-TRAB            PIC X(6).
               10 T025-FECHA-BAJA         PIC 9(6).
               10 T025-FECHA-PAGO         PIC 9(8).
               10 T025-BCO                PIC XXX.
               10 T025-NO-CTA             PIC X(8).
               10 T025-FOLIO              PIC 9(12).
               10 T025-ORIGEN             PIC X.

       01 T025-IDX                     PIC S9(4) COMP.

       01 T025-IDX-HALLADO             PIC S9(4) COMP.

      *---
      *Cuentas bancarias activas por planta
      *---
       01 T015-TABLA-CUENTAS.
           05 T015-NUM-CUENTAS         PIC S9(4) COMP VALUE ZERO.
           05 T015-ENTRADA OCCURS 100 TIMES.
               10 T015-PLANTA.
                   15 T015-GPO            PIC XX.
                   15 T015-EMP            PIC XXX.
                   15 T015-PTA            PIC XXX.
               10 T015-BCO                PIC XXX.
               10 T015-NO-CTA             PIC X(8).

       01 T015-IDX                     PIC S9(4) COMP.

      *---
      *Bajas del periodo que no se liquidaron, con la causa, para
      *listarlas al final
      *---
       01 T050-TABLA-NO-LIQUIDADAS.
           05 T050-NUM-BAJAS           PIC S9(4) COMP VALUE ZERO.
           05 T050-ENTRADA OCCURS 200 TIMES.
               10 T050-NO-TRAB            PIC X(6).
               10 T050-NOMBRE             PIC X(30).
               10 T050-PTA                PIC XXX.
               10 T050-DPTO               PIC X(6).
               10 T050-FECHA-BAJA         PIC 9(6).
               10 T050-MOTIVO             PIC X(3).
               10 T050-CAUSA              PIC X(22).

       01 T050-IDX                     PIC S9(4) COMP.

       01 W050-CAUSA                   PIC X(22).

      *---
      *Cuenta pagadora de la planta en curso
      *---
       01 W015-CTA-PLANTA.
           05 W015-BCO                    PIC XXX.
           05 W015-NO-CTA                 PIC X(8).

      *---
      *Folio tomado del talonario de la cuenta pagadora para el
      *cheque en curso, y rango del talonario donde esta.
      *---
       01  W005-FOLIO                     PIC 9(12).

       01  W061-RANGOS.
           05  W061-IDX                   PIC S9(4) COMP.
           05  W061-IDX-RANGO             PIC S9(4) COMP.
           05  W061-RANGO-BUSCADO         PIC X.
               88  W061-RANGO-HALLADO                 VALUE 'S'.
               88  W061-RANGO-NO-HALLADO              VALUE 'N'.

      *---
      *   Identidades
      *---
       01 I010-ID-PROC.
           05 I010-ID-PROC-DPTO.
               10 I010-ID-PROC-PTA.
                   15 I010-GPO            PIC XX.
                   15 I010-EMP            PIC XXX.
                   15 I010-PTA            PIC XXX.
               10 I010-DPTO               PIC X(6).

       01 I040-SW-ID-LEI.
           05 I040-SW-ID-DPTO.
               10 I040-SW-ID-PTA.
                   15 I040-SW-GPO         PIC XX.
                   15 I040-SW-EMP         PIC XXX.
                   15 I040-SW-PTA         PIC XXX.
               10 I040-SW-DPTO            PIC X(6).

       01 W055-BUSCA.
           05 W055-NO-TRAB                PIC X(6).
           05 W055-FECHA-BAJA             PIC 9(6).

      *---
      *Fechas de la baja en curso; las de 6 posiciones se completan
      *con el siglo para poder convertirlas a dias. Un ingreso con
      *anio mayor al del periodo es del siglo anterior.
      *---
       01 W065-FECHA-ING.
           05 W065-SIGLO-ING              PIC 99.
           05 W065-CORTA-ING.
               10 W065-AAMM-ING.
                   15 W065-AA-ING         PIC 99.
                   15 W065-MM-ING         PIC 99.
               10 W065-DD-ING             PIC 99.
       01 W065-FECHA-ING-N REDEFINES W065-FECHA-ING
                                          PIC 9(8).

       01 W065-FECHA-BAJA.
           05 W065-SIGLO-BAJA             PIC 99.
           05 W065-CORTA-BAJA.
               10 W065-AAMM-BAJA.
                   15 W065-AA-BAJA        PIC 99.
                   15 W065-MM-BAJA        PIC 99.
               10 W065-DD-BAJA            PIC 99.
       01 W065-FECHA-BAJA-N REDEFINES W065-FECHA-BAJA
                                          PIC 9(8).

       01 W065-FECHA-ENERO.
           05 W065-SIGLO-ENERO            PIC 99.
           05 W065-AA-ENERO               PIC 99.
           05 W065-MMDD-ENERO             PIC 9(4)        VALUE 0101.
       01 W065-FECHA-ENERO-N REDEFINES W065-FECHA-ENERO
                                          PIC 9(8).

       01 W065-VARS.
           05 W065-DIAS-ING               PIC S9(9).
           05 W065-DIAS-BAJA              PIC S9(9).
           05 W065-DIAS-ENERO             PIC S9(9).
           05 W065-ANTIGUEDAD             PIC S9(9).
           05 W065-ANIOS-CUMPLIDOS        PIC S9(3).
           05 W065-DIAS-ANIO-CURSO        PIC S9(3).
           05 W065-ANIO-EN-CURSO          PIC S9(3).
           05 W065-ANIOS-SERVICIO         PIC S9(3)V9(4).
           05 W065-DIA-INICIO             PIC S99.
           05 W065-DIA-FIN                PIC S99.
           05 W065-DIAS-EN-ANIO           PIC S9(5).
           05 W065-DIAS-VAC-ANIO          PIC 999.
           05 W065-SAL-DIARIO             PIC S9(7)V99.
           05 W065-SAL-PRIMA              PIC S9(7)V99.

      *---
      *Conceptos del finiquito en curso
      *---
       01 W070-FINIQUITO.
           05 W070-DIAS-SUELDO            PIC S9(3)V99.
           05 W070-SUELDO                 PIC S9(9)V99.
           05 W070-DIAS-VACACIONES        PIC S9(3)V99.
           05 W070-VACACIONES             PIC S9(9)V99.
           05 W070-PRIMA-VAC              PIC S9(9)V99.
           05 W070-DIAS-AGUINALDO         PIC S9(3)V99.
           05 W070-AGUINALDO              PIC S9(9)V99.
           05 W070-DIAS-INDEMNIZA         PIC S9(5)V99.
           05 W070-INDEMNIZA              PIC S9(9)V99.
           05 W070-DIAS-PRIMA-ANT         PIC S9(5)V99.
           05 W070-PRIMA-ANT              PIC S9(9)V99.
           05 W070-TOTAL                  PIC S9(11)V99.

      *---
      *Acumuladores del resumen por departamento, planta y compania
      *---
       01 A020-ACUM-DPTO.
           05 A020-BAJAS-DPTO             PIC S9(5).
           05 A020-SUELDO-DPTO            PIC S9(11)V99.
           05 A020-VACACIONES-DPTO        PIC S9(11)V99.
           05 A020-PRIMA-VAC-DPTO         PIC S9(11)V99.
           05 A020-AGUINALDO-DPTO         PIC S9(11)V99.
           05 A020-INDEMNIZA-DPTO         PIC S9(11)V99.
           05 A020-PRIMA-ANT-DPTO         PIC S9(11)V99.
           05 A020-TOTAL-DPTO             PIC S9(11)V99.

       01 A015-ACUM-PTA.
           05 A015-BAJAS-PTA              PIC S9(5).
           05 A015-SUELDO-PTA             PIC S9(11)V99.
           05 A015-VACACIONES-PTA         PIC S9(11)V99.
           05 A015-PRIMA-VAC-PTA          PIC S9(11)V99.
           05 A015-AGUINALDO-PTA          PIC S9(11)V99.
           05 A015-INDEMNIZA-PTA          PIC S9(11)V99.
           05 A015-PRIMA-ANT-PTA          PIC S9(11)V99.
           05 A015-TOTAL-PTA              PIC S9(11)V99.

       01 A002-ACUM-CIA.
           05 A002-BAJAS-CIA              PIC S9(5).
           05 A002-SUELDO-CIA             PIC S9(13)V99.
           05 A002-VACACIONES-CIA         PIC S9(13)V99.
           05 A002-PRIMA-VAC-CIA          PIC S9(13)V99.
           05 A002-AGUINALDO-CIA          PIC S9(13)V99.
           05 A002-INDEMNIZA-CIA          PIC S9(13)V99.
           05 A002-PRIMA-ANT-CIA          PIC S9(13)V99.
           05 A002-TOTAL-CIA              PIC S9(13)V99.

      *---
      *Cifras de control
      *---
       01 A990-CIFRAS-CONTROL.
           05 A990-BAJAS-LEIDAS           PIC S9(9).
           05 A990-BAJAS-PERIODO          PIC S9(9).
           05 A990-LIQUIDADAS-CARGADAS    PIC S9(9).
           05 A990-CUENTAS-CARGADAS       PIC S9(9).
           05 A990-FINIQUITOS             PIC S9(9).
           05 A990-REIMPRESOS             PIC S9(9).
           05 A990-YA-LIQUIDADAS          PIC S9(9).
           05 A990-DUPLICADAS             PIC S9(9).
           05 A990-NO-LIQUIDADAS          PIC S9(9).
           05 A990-CHEQUES                PIC S9(9).

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
      *Lineas de titulo del finiquito (una pagina por trabajador)
      *---
       01 R1-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 FILLER                      PIC X(40)       VALUE
           "FINIQUITO DE LA RELACION DE TRABAJO".
           05 FILLER                      PIC X(7)        VALUE
           " FECHA ".
           05 R1-05-FECHA                 PIC 9(8).
           05 FILLER                      PIC X(20)       VALUE SPACES.

       01 R1-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                      PIC X(9).
           05 FILLER                      PIC X(22)       VALUE
           "BAJAS DEL PERIODO     ".
           05 R1-10-PERIODO               PIC 9(6).
           05 FILLER                      PIC X(20)       VALUE SPACES.
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R1-10-PAGNU                 PIC Z(4).

       01 R1-15-ENCABEZADOS-TERCERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 FILLER                      PIC X(12)       VALUE
           "PERSONAL".
           05 FILLER                      PIC X(77)       VALUE SPACES.

      *---
      *Identificacion del trabajador y de su baja
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
           05 FILLER                      PIC X(11)       VALUE
           "FECHA BAJA ".
           05 R1-24-FECHA                 PIC 9(6).
           05 FILLER                      PIC X(9)        VALUE
           "  MOTIVO ".
           05 R1-24-MOTIVO                PIC X(3).
           05 FILLER                      PIC X(14)       VALUE
           "  ANTIGUEDAD ".
           05 R1-24-ANIOS                 PIC ZZ9.
           05 FILLER                      PIC X(7)        VALUE
           " ANIOS ".
           05 R1-24-DIAS                  PIC ZZ9.
           05 FILLER                      PIC X(5)        VALUE
           " DIAS".
           05 FILLER                      PIC X(27)       VALUE SPACES.

       01 R1-25-LINEA-SALARIO.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(16)       VALUE
           "SALARIO MENSUAL ".
           05 R1-25-SAL-MENSUAL           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(17)       VALUE
           "  SALARIO DIARIO ".
           05 R1-25-SAL-DIARIO            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(31)       VALUE SPACES.

      *---
      *Titulo de cada seccion del finiquito
      *---
       01 R1-26-TITULO-SECCION.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-26-TITULO                PIC X(40).
           05 FILLER                      PIC X(48)       VALUE SPACES.

      *---
      *Un concepto del finiquito con sus dias, o el total
      *---
       01 R1-30-LINEA-CONCEPTO.
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 R1-30-CONCEPTO              PIC X(30).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-30-DIAS                  PIC ZZ,ZZ9.99
                                          BLANK WHEN ZERO.
           05 FILLER                      PIC X(5)        VALUE SPACES.
           05 R1-30-IMPORTE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                      PIC X(20)       VALUE SPACES.

       01 R1-35-LINEA-CHEQUE.
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 FILLER                      PIC X(13)       VALUE
           "CHEQUE BANCO ".
           05 R1-35-BCO                   PIC XXX.
           05 FILLER                      PIC X(9)        VALUE
           "  CUENTA ".
           05 R1-35-NO-CTA                PIC X(8).
           05 FILLER                      PIC X(8)        VALUE
           "  FOLIO ".
           05 R1-35-FOLIO                 PIC 9(12).
           05 FILLER                      PIC X(31)       VALUE SPACES.

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
           "   LA EMPRESA".
           05 FILLER                      PIC X(8)        VALUE SPACES.
           05 FILLER                      PIC X(30)       VALUE
           "   TRABAJADOR".
           05 FILLER                      PIC X(16)       VALUE SPACES.

      *---
      *Lineas sencillas de la pagina
      *---
       01 R1-50-LINEA-MENSAJE.
           05 FILLER                      PIC X(4)        VALUE SPACES.
           05 R1-50-MENSAJE               PIC X(60).
           05 FILLER                      PIC X(26)       VALUE SPACES.

      *---
      *Baja del periodo que no se liquido
      *---
       01 R1-52-LINEA-NO-LIQUIDADA.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-52-NO-TRAB               PIC X(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-52-NOMBRE                PIC X(30).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-52-PTA                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-52-DPTO                  PIC X(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-52-FECHA                 PIC 9(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-52-MOTIVO                PIC X(3).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-52-CAUSA                 PIC X(22).
           05 FILLER                      PIC X(6)        VALUE SPACES.

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
      *Resumen de finiquitos por PTA/DPTO
      *---
       01 R2-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(20)       VALUE SPACES.
           05 FILLER                      PIC X(40)       VALUE
           "RESUMEN DE FINIQUITOS POR PLANTA Y DEPTO".
           05 FILLER                      PIC X(8)        VALUE
           "  FECHA ".
           05 R2-05-FECHA                 PIC 9(8).
           05 FILLER                      PIC X(35)       VALUE SPACES.

       01 R2-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                      PIC X(9).
           05 FILLER                      PIC X(22)       VALUE
           "BAJAS DEL PERIODO     ".
           05 R2-10-PERIODO               PIC 9(6).
           05 FILLER                      PIC X(50)       VALUE SPACES.
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R2-10-PAGNU                 PIC Z(4).

       01 R2-15-ENCABEZADOS-TERCERA-LINEA.
           05 FILLER                      PIC X(29)       VALUE
           " GP EMP PTA  DEPTO      BAJAS".
           05 FILLER                      PIC X(13)       VALUE
           "       SUELDO".
           05 FILLER                      PIC X(13)       VALUE
           "   VACACIONES".
           05 FILLER                      PIC X(13)       VALUE
           "    PRIMA VAC".
           05 FILLER                      PIC X(13)       VALUE
           "    AGUINALDO".
           05 FILLER                      PIC X(13)       VALUE
           "  INDEMNIZAC.".
           05 FILLER                      PIC X(13)       VALUE
           "  PRIMA ANTIG".
           05 FILLER                      PIC X(13)       VALUE
           "        TOTAL".

       01 R2-25-LINEA-RESUMEN.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-GPO                   PIC XX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-EMP                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-PTA                   PIC XXX.
           05 FILLER                      PIC XX          VALUE SPACES.
           05 R2-25-DPTO                  PIC X(11).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-BAJAS                 PIC ZZZ9.
           05 FILLER                      PIC XX          VALUE SPACES.
           05 R2-25-SUELDO                PIC ZZZZ,ZZ9.99.
           05 FILLER                      PIC XX          VALUE SPACES.
           05 R2-25-VACACIONES            PIC ZZZZ,ZZ9.99.
           05 FILLER                      PIC XX          VALUE SPACES.
           05 R2-25-PRIMA-VAC             PIC ZZZZ,ZZ9.99.
           05 FILLER                      PIC XX          VALUE SPACES.
           05 R2-25-AGUINALDO             PIC ZZZZ,ZZ9.99.
           05 FILLER                      PIC XX          VALUE SPACES.
           05 R2-25-INDEMNIZA             PIC ZZZZ,ZZ9.99.
           05 FILLER                      PIC XX          VALUE SPACES.
           05 R2-25-PRIMA-ANT             PIC ZZZZ,ZZ9.99.
           05 FILLER                      PIC XX          VALUE SPACES.
           05 R2-25-TOTAL                 PIC ZZZZ,ZZ9.99.

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
           MOVE 1 TO S000-ESTADOARCHBAJ.
           MOVE 1 TO S000-ESTADOARCHPAR.
           MOVE 1 TO S000-ESTADOARCHCTAS.
           MOVE 1 TO S000-ESTADOARCHFIN.
           MOVE 1 TO S000-ESTADOARCHTAL.
           MOVE 1 TO S000-ESTADOARCHFOL.
           MOVE 1 TO S000-ESTADOARCHCHE.
           MOVE 1 TO S000-ESTADOREPO.
           MOVE 1 TO S000-ESTADOREPO2.
           MOVE ZEROS TO A990-CIFRAS-CONTROL.
           MOVE ZEROS TO A002-ACUM-CIA.
           PERFORM 003-FECHA-PROCESO.
           PERFORM 005-LEE-PARAMETRO.
           PERFORM 008-CARGA-LIQUIDADAS.
           PERFORM 012-CARGA-CUENTAS.
       000-0150-ABRE.
           OPEN I-O ARCH-TA-TALONARIOS.
           MOVE 0 TO S000-ESTADOARCHTAL.
           OPEN EXTEND ARCH-FC-FOLIOS-CHEQUE.
           MOVE 0 TO S000-ESTADOARCHFOL.
           OPEN EXTEND ARCH-FQ-FINIQUITOS.
           MOVE 0 TO S000-ESTADOARCHFIN.
           OPEN OUTPUT ARCH-CH-ARCHIVO-CHEQUES.
           MOVE 0 TO S000-ESTADOARCHCHE.
           OPEN OUTPUT REPO-R1-FINIQUITO.
           MOVE 0 TO S000-ESTADOREPO.
           OPEN OUTPUT REPO-R2-RESUMEN.
           MOVE 0 TO S000-ESTADOREPO2.
           MOVE 0 TO R1-NUM-HOJA.
           MOVE R1-MAX-LIN TO R1-NUM-LIN.
           MOVE W000-PROG TO R1-05-CONSPRO.
           MOVE W000-FECHA-CORRIDA TO R1-05-FECHA.
           MOVE W005-PERIODO TO R1-10-PERIODO.
           MOVE 0 TO R2-NUM-HOJA.
           MOVE R2-MAX-LIN TO R2-NUM-LIN.
           MOVE W000-PROG TO R2-05-CONSPRO.
           MOVE W000-FECHA-CORRIDA TO R2-05-FECHA.
           MOVE W005-PERIODO TO R2-10-PERIODO.
       000-0200-ORDENA-Y-LIQUIDA.
           SORT ARCH-SW-ORDENA
               ON ASCENDING KEY SW-GPO SW-EMP SW-PTA SW-DPTO SW-NO-TRAB
                                SW-FECHA-BAJA
               INPUT PROCEDURE 020-EXTRAE
               OUTPUT PROCEDURE 025-LIQUIDA.
       000-0300-TOTALES.
           MOVE SPACES TO R2-25-GPO R2-25-EMP R2-25-PTA.
           MOVE 'TOTAL CIA' TO R2-25-DPTO.
           MOVE A002-BAJAS-CIA TO R2-25-BAJAS.
           MOVE A002-SUELDO-CIA TO R2-25-SUELDO.
           MOVE A002-VACACIONES-CIA TO R2-25-VACACIONES.
           MOVE A002-PRIMA-VAC-CIA TO R2-25-PRIMA-VAC.
           MOVE A002-AGUINALDO-CIA TO R2-25-AGUINALDO.
           MOVE A002-INDEMNIZA-CIA TO R2-25-INDEMNIZA.
           MOVE A002-PRIMA-ANT-CIA TO R2-25-PRIMA-ANT.
           MOVE A002-TOTAL-CIA TO R2-25-TOTAL.
           PERFORM 087-ESCRIBE-RESUMEN.
           PERFORM 080-NO-LIQUIDADAS.
           PERFORM 090-ESCRIBE-TOTALES.
           IF A990-NO-LIQUIDADAS > ZERO THEN
               DISPLAY W000-PROG '  HAY BAJAS DEL PERIODO SIN '
      -        'LIQUIDAR, VER EL REPORTE'
               MOVE 4 TO RETURN-CODE
               END-IF.
       000-0400-TERMINA.
           CLOSE ARCH-TA-TALONARIOS.
           MOVE 1 TO S000-ESTADOARCHTAL.
           CLOSE ARCH-FC-FOLIOS-CHEQUE.
           MOVE 1 TO S000-ESTADOARCHFOL.
           CLOSE ARCH-FQ-FINIQUITOS.
           MOVE 1 TO S000-ESTADOARCHFIN.
           CLOSE ARCH-CH-ARCHIVO-CHEQUES.
           MOVE 1 TO S000-ESTADOARCHCHE.
           CLOSE REPO-R1-FINIQUITO.
           MOVE 1 TO S000-ESTADOREPO.
           CLOSE REPO-R2-RESUMEN.
           MOVE 1 TO S000-ESTADOREPO2.
           PERFORM 990-CIFRAS-CONTROL.
       000-9900-FIN.
           GOBACK.

      *---
      *Toma la fecha de negocio del ciclo de FechaProceso.dat para
      *fechar los cheques; sin el archivo se usa la fecha del
      *sistema.
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
       003-9900-FIN.
       EXIT.

      *---
      *El periodo es el mes de la fecha de proceso salvo que
      *ParamFiniquito.dat traiga otro; un periodo invalido es error
      *de operacion. Sin parametro rigen 15 dias de aguinaldo y 25
      *por ciento de prima vacacional; sin salario minimo la prima
      *de antiguedad no lleva tope y se avisa.
      *---
       005-LEE-PARAMETRO SECTION.
       005-0100-LEE.
           MOVE W000-FECHA-CORRIDA(1:6) TO W005-PERIODO.
           MOVE 15 TO W005-DIAS-AGUINALDO.
           MOVE 25 TO W005-PRIMA-VAC.
           MOVE ZERO TO W005-SAL-MINIMO.
           OPEN INPUT ARCH-PF-ARCHIVO-PARAM.
           MOVE 0 TO S005-FINARCHPAR.
           MOVE 0 TO S000-ESTADOARCHPAR.
           READ ARCH-PF-ARCHIVO-PARAM AT END MOVE 1 TO S005-FINARCHPAR.
           IF S005-FINARCHPAR NOT = 1 THEN
               IF PF-PERIODO NOT = SPACES THEN
                   IF PF-PERIODO IS NOT NUMERIC THEN
                       MOVE 16 TO RETURN-CODE
                       DISPLAY W000-PROG '  PERIODO A LIQUIDAR '
      -                'INVALIDO: ' PF-PERIODO
                       DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -                'CODIGO 16'
                       PERFORM 980-ABORTA
                       END-IF
                   MOVE PF-PERIODO-N TO W005-PERIODO
                   END-IF
               IF PF-DIAS-AGUINALDO IS NUMERIC THEN
                   MOVE PF-DIAS-AGUINALDO-N TO W005-DIAS-AGUINALDO
                   END-IF
               IF PF-PRIMA-VAC IS NUMERIC THEN
                   MOVE PF-PRIMA-VAC-N TO W005-PRIMA-VAC
                   END-IF
               IF PF-SAL-MINIMO IS NUMERIC THEN
                   MOVE PF-SAL-MINIMO-N TO W005-SAL-MINIMO
                   END-IF
               END-IF.
           IF W005-MM-PERIODO < 1 OR W005-MM-PERIODO > 12 THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  PERIODO A LIQUIDAR INVALIDO: '
                   W005-PERIODO
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA
               END-IF.
           COMPUTE W005-TOPE-PRIMA = W005-SAL-MINIMO * 2.
           IF W005-SAL-MINIMO = ZERO THEN
               DISPLAY W000-PROG '  SIN SALARIO MINIMO EN EL '
      -        'PARAMETRO, PRIMA DE ANTIGUEDAD SIN TOPE'
               END-IF.
       005-0200-CIERRA.
           CLOSE ARCH-PF-ARCHIVO-PARAM.
           MOVE 1 TO S000-ESTADOARCHPAR.
       005-9900-FIN.
       EXIT.

      *---
      *Carga de la historia los finiquitos de bajas del periodo,
      *para no volver a pagarlos.
      *---
       008-CARGA-LIQUIDADAS SECTION.
       008-0100-INICIO.
           OPEN INPUT ARCH-FQ-FINIQUITOS.
           MOVE 0 TO S008-FINARCHFIN.
           MOVE 0 TO S000-ESTADOARCHFIN.
           MOVE ZERO TO T025-NUM-LIQUIDADAS.
       008-0200-CARGA.
           PERFORM 009-LEE-LIQUIDADA UNTIL S008-FINARCHFIN = 1.
           CLOSE ARCH-FQ-FINIQUITOS.
           MOVE 1 TO S000-ESTADOARCHFIN.
       008-9900-FIN.
       EXIT.

       009-LEE-LIQUIDADA SECTION.
       009-0100-LEE.
           READ ARCH-FQ-FINIQUITOS AT END MOVE 1 TO S008-FINARCHFIN.
           IF S008-FINARCHFIN NOT = 1
              AND FQ-AAMM-BAJA = W005-AAMM-PERIODO THEN
               IF T025-NUM-LIQUIDADAS NOT < 500 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  MAS FINIQUITOS DEL PERIODO '
      -            'QUE LA TABLA DE TRABAJO'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T025-NUM-LIQUIDADAS
               MOVE T025-NUM-LIQUIDADAS TO T025-IDX
               MOVE FQ-NO-TRAB TO T025-NO-TRAB(T025-IDX)
               MOVE FQ-FECHA-BAJA TO T025-FECHA-BAJA(T025-IDX)
               MOVE FQ-FECHA-PAGO TO T025-FECHA-PAGO(T025-IDX)
               MOVE FQ-BCO TO T025-BCO(T025-IDX)
               MOVE FQ-NO-CTA TO T025-NO-CTA(T025-IDX)
               MOVE FQ-FOLIO TO T025-FOLIO(T025-IDX)
               MOVE 'H' TO T025-ORIGEN(T025-IDX)
               ADD 1 TO A990-LIQUIDADAS-CARGADAS
               END-IF.
       009-9900-FIN.
       EXIT.

      *---
      *Carga las cuentas bancarias activas por planta, recorriendo
      *el catalogo indexado en orden de llave.
      *---
       012-CARGA-CUENTAS SECTION.
       012-0100-INICIO.
           OPEN INPUT ARCH-CB-CTAS-BANCARIAS.
           MOVE 0 TO S000-FINARCHCTAS.
           MOVE 0 TO S000-ESTADOARCHCTAS.
           MOVE ZERO TO T015-NUM-CUENTAS.
       012-0200-CARGA.
           PERFORM 013-LEE-CUENTA UNTIL S000-FINARCHCTAS = 1.
           CLOSE ARCH-CB-CTAS-BANCARIAS.
           MOVE 1 TO S000-ESTADOARCHCTAS.
       012-9900-FIN.
       EXIT.

       013-LEE-CUENTA SECTION.
       013-0100-LEE.
           READ ARCH-CB-CTAS-BANCARIAS NEXT RECORD
               AT END MOVE 1 TO S000-FINARCHCTAS.
           IF S000-FINARCHCTAS NOT = 1 THEN
               IF CB-ESTADO = 'A'
                  AND T015-NUM-CUENTAS < 100 THEN
                   ADD 1 TO T015-NUM-CUENTAS
                   MOVE CB-GPO TO T015-GPO(T015-NUM-CUENTAS)
                   MOVE CB-EMP TO T015-EMP(T015-NUM-CUENTAS)
                   MOVE CB-PTA TO T015-PTA(T015-NUM-CUENTAS)
                   MOVE CB-BCO TO T015-BCO(T015-NUM-CUENTAS)
                   MOVE CB-NO-CTA TO T015-NO-CTA(T015-NUM-CUENTAS)
                   ADD 1 TO A990-CUENTAS-CARGADAS
                   END-IF
               END-IF.
       013-9900-FIN.
       EXIT.

      *---
      *Busca la cuenta activa de la planta I010-ID-PROC-PTA y deja
      *el resultado en S015-CTA-HALLADA y W015-CTA-PLANTA.
      *---
       015-BUSCA-CUENTA SECTION.
       015-0100-INICIO.
           MOVE 'N' TO S015-CTA-HALLADA.
           MOVE SPACES TO W015-CTA-PLANTA.
           MOVE 1 TO T015-IDX.
       015-0200-BUSCA.
           PERFORM 015-0300-COMPARA-UNA
               UNTIL S015-CTA-HALLADA = 'S'
                  OR T015-IDX > T015-NUM-CUENTAS.
       015-9900-FIN.
       EXIT.

       015-0300-COMPARA-UNA SECTION.
       015-0310-COMPARA.
           IF T015-PLANTA(T015-IDX) = I010-ID-PROC-PTA THEN
               MOVE 'S' TO S015-CTA-HALLADA
               MOVE T015-BCO(T015-IDX) TO W015-BCO
               MOVE T015-NO-CTA(T015-IDX) TO W015-NO-CTA
               END-IF.
           ADD 1 TO T015-IDX.
       015-9900-FIN.
       EXIT.

      *---
      *Pasa a ordenar las bajas procesadas en el periodo.
      *---
       020-EXTRAE SECTION.
       020-0100-INICIO.
           OPEN INPUT ARCH-BJ-ARCHIVO-BAJAS.
           MOVE 0 TO S000-FINARCHBAJ.
           MOVE 0 TO S000-ESTADOARCHBAJ.
       020-0200-EXTRAE.
           PERFORM 022-LEE-Y-LIBERA UNTIL S000-FINARCHBAJ = 1.
           CLOSE ARCH-BJ-ARCHIVO-BAJAS.
           MOVE 1 TO S000-ESTADOARCHBAJ.
       020-9900-FIN.
       EXIT.

       022-LEE-Y-LIBERA SECTION.
       022-0100-LEE.
           READ ARCH-BJ-ARCHIVO-BAJAS AT END MOVE 1 TO
               S000-FINARCHBAJ.
           IF S000-FINARCHBAJ NOT = 1 THEN
               ADD 1 TO A990-BAJAS-LEIDAS
               IF BJ-AAMM-PROCESO = W005-AAMM-PERIODO THEN
                   MOVE BJ-GPO TO SW-GPO
                   MOVE BJ-EMP TO SW-EMP
                   MOVE BJ-PTA TO SW-PTA
                   MOVE BJ-DPTO TO SW-DPTO
                   MOVE BJ-NO-TRAB TO SW-NO-TRAB
                   MOVE BJ-FECHA-PROCESO TO SW-FECHA-BAJA
                   MOVE BJ-NOMBRE TO SW-NOMBRE
                   MOVE BJ-SALBASE TO SW-SALBASE
                   MOVE BJ-FECHA-ING TO SW-FECHA-ING
                   MOVE BJ-MOTIVO-BAJA TO SW-MOTIVO
                   RELEASE SW-BAJA
                   ADD 1 TO A990-BAJAS-PERIODO
                   END-IF
               END-IF.
       022-9900-FIN.
       EXIT.

       025-LIQUIDA SECTION.
       025-0100-INICIO.
           MOVE 0 TO S000-FINARCH.
           MOVE LOW-VALUES TO I040-SW-ID-LEI.
           PERFORM 070-LEE-REG.
       025-0200-PROCESA.
           PERFORM 040-PROC-PTA UNTIL S000-FINARCH = 1.
       025-9900-FIN.
       EXIT.

       040-PROC-PTA SECTION.
       040-0100-INICIO.
           MOVE I040-SW-ID-PTA TO I010-ID-PROC-PTA.
           MOVE ZEROS TO A015-ACUM-PTA.
      *---
      *La cuenta pagadora se resuelve una vez por planta; las bajas
      *de una planta sin cuenta activa quedan sin liquidar.
      *---
           PERFORM 015-BUSCA-CUENTA.
       040-0200-PROC-PTA.
           PERFORM 045-PROC-DPTO
               UNTIL I010-ID-PROC-PTA NOT = I040-SW-ID-PTA.
       040-0300-ESCRIBE-PTA.
           IF A015-BAJAS-PTA > ZERO THEN
               MOVE I010-GPO TO R2-25-GPO
               MOVE I010-EMP TO R2-25-EMP
               MOVE I010-PTA TO R2-25-PTA
               MOVE 'TOTAL PTA' TO R2-25-DPTO
               MOVE A015-BAJAS-PTA TO R2-25-BAJAS
               MOVE A015-SUELDO-PTA TO R2-25-SUELDO
               MOVE A015-VACACIONES-PTA TO R2-25-VACACIONES
               MOVE A015-PRIMA-VAC-PTA TO R2-25-PRIMA-VAC
               MOVE A015-AGUINALDO-PTA TO R2-25-AGUINALDO
               MOVE A015-INDEMNIZA-PTA TO R2-25-INDEMNIZA
               MOVE A015-PRIMA-ANT-PTA TO R2-25-PRIMA-ANT
               MOVE A015-TOTAL-PTA TO R2-25-TOTAL
               PERFORM 087-ESCRIBE-RESUMEN
               END-IF.
           ADD A015-BAJAS-PTA TO A002-BAJAS-CIA.
           ADD A015-SUELDO-PTA TO A002-SUELDO-CIA.
           ADD A015-VACACIONES-PTA TO A002-VACACIONES-CIA.
           ADD A015-PRIMA-VAC-PTA TO A002-PRIMA-VAC-CIA.
           ADD A015-AGUINALDO-PTA TO A002-AGUINALDO-CIA.
           ADD A015-INDEMNIZA-PTA TO A002-INDEMNIZA-CIA.
           ADD A015-PRIMA-ANT-PTA TO A002-PRIMA-ANT-CIA.
           ADD A015-TOTAL-PTA TO A002-TOTAL-CIA.
       040-9900-FIN.
       EXIT.

       045-PROC-DPTO SECTION.
       045-0100-INICIO.
           MOVE I040-SW-ID-DPTO TO I010-ID-PROC-DPTO.
           MOVE ZEROS TO A020-ACUM-DPTO.
       045-0200-PROC-DPTO.
           PERFORM 050-PROC-BAJA
               UNTIL I010-ID-PROC-DPTO NOT = I040-SW-ID-DPTO.
       045-0300-ESCRIBE-DPTO.
           IF A020-BAJAS-DPTO > ZERO THEN
               MOVE I010-GPO TO R2-25-GPO
               MOVE I010-EMP TO R2-25-EMP
               MOVE I010-PTA TO R2-25-PTA
               MOVE I010-DPTO TO R2-25-DPTO
               MOVE A020-BAJAS-DPTO TO R2-25-BAJAS
               MOVE A020-SUELDO-DPTO TO R2-25-SUELDO
               MOVE A020-VACACIONES-DPTO TO R2-25-VACACIONES
               MOVE A020-PRIMA-VAC-DPTO TO R2-25-PRIMA-VAC
               MOVE A020-AGUINALDO-DPTO TO R2-25-AGUINALDO
               MOVE A020-INDEMNIZA-DPTO TO R2-25-INDEMNIZA
               MOVE A020-PRIMA-ANT-DPTO TO R2-25-PRIMA-ANT
               MOVE A020-TOTAL-DPTO TO R2-25-TOTAL
               PERFORM 087-ESCRIBE-RESUMEN
               END-IF.
           ADD A020-BAJAS-DPTO TO A015-BAJAS-PTA.
           ADD A020-SUELDO-DPTO TO A015-SUELDO-PTA.
           ADD A020-VACACIONES-DPTO TO A015-VACACIONES-PTA.
           ADD A020-PRIMA-VAC-DPTO TO A015-PRIMA-VAC-PTA.
           ADD A020-AGUINALDO-DPTO TO A015-AGUINALDO-PTA.
           ADD A020-INDEMNIZA-DPTO TO A015-INDEMNIZA-PTA.
           ADD A020-PRIMA-ANT-DPTO TO A015-PRIMA-ANT-PTA.
           ADD A020-TOTAL-DPTO TO A015-TOTAL-PTA.
       045-9900-FIN.
       EXIT.

      *---
      *Liquida una baja del periodo. Una baja ya pagada en otra
      *corrida se salta; si se pago en esta misma fecha de corrida
      *es un reproceso y sale otra vez con el mismo cheque, sin
      *tomar folio nuevo. Fechas invalidas, planta sin cuenta o un
      *finiquito sin importe dejan la baja sin liquidar.
      *---
       050-PROC-BAJA SECTION.
       050-0100-BUSCA.
           MOVE 'S' TO S050-PAGA.
           MOVE 'N' TO S050-REPROCESO.
           MOVE SW-NO-TRAB TO W055-NO-TRAB.
           MOVE SW-FECHA-BAJA TO W055-FECHA-BAJA.
           PERFORM 055-BUSCA-LIQUIDADA.
           IF S055-LIQUIDADA = 'S' THEN
               IF T025-ORIGEN(T025-IDX-HALLADO) = 'C' THEN
                   DISPLAY W000-PROG '  BAJA REPETIDA EN ARCHBAJAS: '
                       SW-NO-TRAB ' ' SW-FECHA-BAJA
                   ADD 1 TO A990-DUPLICADAS
                   MOVE 'N' TO S050-PAGA
                   ELSE
                   IF T025-FECHA-PAGO(T025-IDX-HALLADO) =
                      W000-FECHA-CORRIDA THEN
                       MOVE 'S' TO S050-REPROCESO
                       ELSE
                           ADD 1 TO A990-YA-LIQUIDADAS
                           MOVE 'N' TO S050-PAGA
                           END-IF
                   END-IF
               END-IF.
       050-0200-CALCULA.
           IF S050-PAGA = 'S' THEN
               PERFORM 065-VALIDA-FECHAS
               IF S065-FECHAS-VALIDAS = 'S' THEN
                   PERFORM 067-CALCULA-FINIQUITO
                   ELSE
                       MOVE 'FECHAS INVALIDAS' TO W050-CAUSA
                       PERFORM 052-GUARDA-NO-LIQUIDADA
                       END-IF
               END-IF.
           IF S050-PAGA = 'S' AND W070-TOTAL NOT > ZERO THEN
               MOVE 'FINIQUITO SIN IMPORTE' TO W050-CAUSA
               PERFORM 052-GUARDA-NO-LIQUIDADA
               END-IF.
           IF S050-PAGA = 'S' AND S050-REPROCESO NOT = 'S'
              AND S015-CTA-HALLADA NOT = 'S' THEN
               MOVE 'PLANTA SIN CUENTA' TO W050-CAUSA
               PERFORM 052-GUARDA-NO-LIQUIDADA
               END-IF.
       050-0300-PAGA.
           IF S050-PAGA = 'S' THEN
               PERFORM 060-ESCRIBE-CHEQUE
               PERFORM 075-IMPRIME-FINIQUITO
               PERFORM 058-ACUMULA
               END-IF.
       050-0400-LEE.
           PERFORM 070-LEE-REG.
       050-9900-FIN.
       EXIT.

      *---
      *Guarda la baja en curso con su causa para la lista de bajas
      *sin liquidar.
      *---
       052-GUARDA-NO-LIQUIDADA SECTION.
       052-0100-GUARDA.
           MOVE 'N' TO S050-PAGA.
           ADD 1 TO A990-NO-LIQUIDADAS.
           DISPLAY W000-PROG '  BAJA SIN LIQUIDAR: ' SW-NO-TRAB ' '
               W050-CAUSA.
           IF T050-NUM-BAJAS < 200 THEN
               ADD 1 TO T050-NUM-BAJAS
               MOVE SW-NO-TRAB TO T050-NO-TRAB(T050-NUM-BAJAS)
               MOVE SW-NOMBRE TO T050-NOMBRE(T050-NUM-BAJAS)
               MOVE SW-PTA TO T050-PTA(T050-NUM-BAJAS)
               MOVE SW-DPTO TO T050-DPTO(T050-NUM-BAJAS)
               MOVE SW-FECHA-BAJA TO T050-FECHA-BAJA(T050-NUM-BAJAS)
               MOVE SW-MOTIVO TO T050-MOTIVO(T050-NUM-BAJAS)
               MOVE W050-CAUSA TO T050-CAUSA(T050-NUM-BAJAS)
               END-IF.
       052-9900-FIN.
       EXIT.

      *---
      *Busca la baja W055-BUSCA entre los finiquitos pagados; deja
      *el resultado en S055-LIQUIDADA y T025-IDX-HALLADO.
      *---
       055-BUSCA-LIQUIDADA SECTION.
       055-0100-INICIO.
           MOVE 'N' TO S055-LIQUIDADA.
           MOVE ZERO TO T025-IDX-HALLADO.
           MOVE 1 TO T025-IDX.
       055-0200-BUSCA.
           PERFORM 055-0300-COMPARA-UNA
               UNTIL S055-LIQUIDADA = 'S'
                  OR T025-IDX > T025-NUM-LIQUIDADAS.
       055-9900-FIN.
       EXIT.

       055-0300-COMPARA-UNA SECTION.
       055-0310-COMPARA.
           IF T025-NO-TRAB(T025-IDX) = W055-NO-TRAB
              AND T025-FECHA-BAJA(T025-IDX) = W055-FECHA-BAJA THEN
               MOVE 'S' TO S055-LIQUIDADA
               MOVE T025-IDX TO T025-IDX-HALLADO
               END-IF.
           ADD 1 TO T025-IDX.
       055-9900-FIN.
       EXIT.

       058-ACUMULA SECTION.
       058-0100-ACUMULA.
           ADD 1 TO A020-BAJAS-DPTO.
           ADD W070-SUELDO TO A020-SUELDO-DPTO.
           ADD W070-VACACIONES TO A020-VACACIONES-DPTO.
           ADD W070-PRIMA-VAC TO A020-PRIMA-VAC-DPTO.
           ADD W070-AGUINALDO TO A020-AGUINALDO-DPTO.
           ADD W070-INDEMNIZA TO A020-INDEMNIZA-DPTO.
           ADD W070-PRIMA-ANT TO A020-PRIMA-ANT-DPTO.
           ADD W070-TOTAL TO A020-TOTAL-DPTO.
           ADD 1 TO A990-FINIQUITOS.
       058-9900-FIN.
       EXIT.

      *---
      *Escribe el cheque del finiquito en el formato de
      *ReporteEntrada.dat, con la cuenta pagadora de la planta y el
      *siguiente folio de su talonario, y lo asienta en la bitacora
      *de folios y en la historia de finiquitos. El reproceso repite
      *el cheque que ya tiene.
      *---
       060-ESCRIBE-CHEQUE SECTION.
       060-0100-ARMA.
           IF S050-REPROCESO = 'S' THEN
               MOVE T025-BCO(T025-IDX-HALLADO) TO W015-BCO
               MOVE T025-NO-CTA(T025-IDX-HALLADO) TO W015-NO-CTA
               MOVE T025-FOLIO(T025-IDX-HALLADO) TO W005-FOLIO
               MOVE 'C' TO T025-ORIGEN(T025-IDX-HALLADO)
               ADD 1 TO A990-REIMPRESOS
               ELSE
                   PERFORM 061-TOMA-FOLIO
                   END-IF.
           MOVE SW-GPO TO RI-GPO.
           MOVE SW-EMP TO RI-EMP.
           MOVE SW-PTA TO RI-PTA.
           MOVE W015-BCO TO RI-BCO.
           MOVE W015-NO-CTA TO RI-NO-CTA.
           MOVE W005-FOLIO TO RI-NO-CHEQUE.
           MOVE W070-TOTAL TO RI-VALOR-CHEQUE.
           MOVE W000-FECHA-CORRIDA TO RI-FECHA-CHEQUE.
       060-0200-ESCRIBE.
           WRITE RI-REPORTE.
           ADD 1 TO A990-CHEQUES.
           IF S050-REPROCESO NOT = 'S' THEN
               PERFORM 064-BITACORA-FOLIO
               PERFORM 066-ESCRIBE-HISTORIA
               END-IF.
       060-9900-FIN.
       EXIT.

      *---
      *Toma el siguiente folio del talonario de la cuenta pagadora y
      *lo avanza en el registro en ese momento, para que ningun otro
      *cheque ni otra corrida lo vuelva a usar. Sin talonario o sin
      *formas no hay con que numerar el cheque y el programa termina
      *anormalmente.
      *---
       061-TOMA-FOLIO SECTION.
       061-0100-LEE.
           MOVE W015-BCO TO TA-BCO.
           MOVE W015-NO-CTA TO TA-NO-CTA.
           READ ARCH-TA-TALONARIOS
               INVALID KEY
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  CUENTA ' W015-BCO ' '
                       W015-NO-CTA ' SIN TALONARIO DE CHEQUES'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
                   PERFORM 980-ABORTA
           END-READ.
       061-0200-UBICA.
           SET W061-RANGO-NO-HALLADO TO TRUE.
           MOVE ZERO TO W061-IDX-RANGO.
           MOVE 1 TO W061-IDX.
           IF TA-SIGUIENTE NOT = ZERO THEN
               PERFORM 061-0500-COMPARA-UNO
                   WITH TEST AFTER
                   UNTIL W061-RANGO-HALLADO OR W061-IDX > TA-NUM-RANGOS
               END-IF.
           IF W061-RANGO-NO-HALLADO THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  TALONARIO AGOTADO EN LA CUENTA '
                   W015-BCO ' ' W015-NO-CTA
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA
               END-IF.
       061-0300-TOMA.
           MOVE TA-SIGUIENTE TO W005-FOLIO.
           PERFORM 063-AVANZA-FOLIO.
           REWRITE TA-TALONARIO
               INVALID KEY
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  ERROR AL REESCRIBIR TALONARIO '
                       TA-LLAVE
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
                   PERFORM 980-ABORTA
           END-REWRITE.
       061-9900-FIN.
       EXIT.

       061-0500-COMPARA-UNO SECTION.
       061-0510-COMPARA.
           IF TA-SIGUIENTE NOT < TA-FOLIO-INICIAL(W061-IDX)
              AND TA-SIGUIENTE NOT > TA-FOLIO-FINAL(W061-IDX) THEN
               SET W061-RANGO-HALLADO TO TRUE
               MOVE W061-IDX TO W061-IDX-RANGO
               END-IF.
           ADD 1 TO W061-IDX.
       061-0590-FIN.
       EXIT.

      *---
      *Avanza el siguiente folio del talonario: al pasar del final
      *del rango brinca al inicio del rango que sigue, y sin mas
      *rangos queda en cero (talonario agotado).
      *---
       063-AVANZA-FOLIO SECTION.
       063-0100-AVANZA.
           ADD 1 TO TA-SIGUIENTE.
           IF TA-SIGUIENTE > TA-FOLIO-FINAL(W061-IDX-RANGO) THEN
               IF W061-IDX-RANGO < TA-NUM-RANGOS THEN
                   ADD 1 TO W061-IDX-RANGO
                   MOVE TA-FOLIO-INICIAL(W061-IDX-RANGO) TO
                       TA-SIGUIENTE
                   ELSE
                       MOVE ZERO TO TA-SIGUIENTE
                       END-IF
               END-IF.
       063-9900-FIN.
       EXIT.

      *---
      *Deja en la bitacora el folio emitido con su importe.
      *---
       064-BITACORA-FOLIO SECTION.
       064-0100-ESCRIBE.
           MOVE W015-BCO TO FC-BCO.
           MOVE W015-NO-CTA TO FC-NO-CTA.
           MOVE W005-FOLIO TO FC-FOLIO.
           MOVE 'E' TO FC-ESTADO.
           MOVE W000-FECHA-CORRIDA TO FC-FECHA.
           MOVE W070-TOTAL TO FC-VALOR.
           MOVE W000-PROG TO FC-PROGRAMA.
           WRITE FC-FOLIO-CHEQUE.
       064-9900-FIN.
       EXIT.

      *---
      *Valida las fechas de ingreso y de baja y las completa con el
      *siglo; la baja no puede ser anterior al ingreso.
      *---
       065-VALIDA-FECHAS SECTION.
       065-0100-VALIDA.
           MOVE 'S' TO S065-FECHAS-VALIDAS.
           MOVE ZEROS TO W070-FINIQUITO.
           IF SW-FECHA-ING IS NOT NUMERIC
              OR SW-FECHA-BAJA IS NOT NUMERIC THEN
               MOVE 'N' TO S065-FECHAS-VALIDAS
               ELSE
                   MOVE SW-FECHA-ING TO W065-CORTA-ING
                   MOVE SW-FECHA-BAJA TO W065-CORTA-BAJA
                   MOVE W005-SIGLO-PERIODO TO W065-SIGLO-BAJA
                   IF W065-AA-ING > W005-AA-PERIODO THEN
                       COMPUTE W065-SIGLO-ING = W005-SIGLO-PERIODO - 1
                       ELSE
                           MOVE W005-SIGLO-PERIODO TO W065-SIGLO-ING
                           END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(W065-FECHA-ING-N)
                      NOT = ZERO
                      OR FUNCTION TEST-DATE-YYYYMMDD(W065-FECHA-BAJA-N)
                      NOT = ZERO
                      OR W065-FECHA-ING-N > W065-FECHA-BAJA-N THEN
                       MOVE 'N' TO S065-FECHAS-VALIDAS
                       END-IF
                   END-IF.
       065-9900-FIN.
       EXIT.

      *---
      *Agrega la baja pagada a la historia de finiquitos y a la
      *tabla de la corrida.
      *---
       066-ESCRIBE-HISTORIA SECTION.
       066-0100-ESCRIBE.
           MOVE SW-NO-TRAB TO FQ-NO-TRAB.
           MOVE SW-FECHA-BAJA TO FQ-FECHA-BAJA.
           MOVE SW-MOTIVO TO FQ-MOTIVO.
           MOVE W000-FECHA-CORRIDA TO FQ-FECHA-PAGO.
           MOVE W015-BCO TO FQ-BCO.
           MOVE W015-NO-CTA TO FQ-NO-CTA.
           MOVE W005-FOLIO TO FQ-FOLIO.
           MOVE W070-TOTAL TO FQ-IMPORTE.
           WRITE FQ-FINIQUITO.
       066-0200-TABLA.
           IF T025-NUM-LIQUIDADAS NOT < 500 THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  MAS FINIQUITOS DEL PERIODO '
      -        'QUE LA TABLA DE TRABAJO'
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA
               END-IF.
           ADD 1 TO T025-NUM-LIQUIDADAS.
           MOVE T025-NUM-LIQUIDADAS TO T025-IDX.
           MOVE SW-NO-TRAB TO T025-NO-TRAB(T025-IDX).
           MOVE SW-FECHA-BAJA TO T025-FECHA-BAJA(T025-IDX).
           MOVE W000-FECHA-CORRIDA TO T025-FECHA-PAGO(T025-IDX).
           MOVE W015-BCO TO T025-BCO(T025-IDX).
           MOVE W015-NO-CTA TO T025-NO-CTA(T025-IDX).
           MOVE W005-FOLIO TO T025-FOLIO(T025-IDX).
           MOVE 'C' TO T025-ORIGEN(T025-IDX).
       066-9900-FIN.
       EXIT.

      *---
      *Calcula el finiquito con el salario diario del mes comercial
      *de 30 dias:
      *  - sueldo de los dias trabajados en el mes de la baja;
      *  - vacaciones proporcionales al anio de servicio en curso
      *    (las de anios cumplidos se dan por disfrutadas) y su
      *    prima vacacional;
      *  - aguinaldo proporcional a los dias trabajados en el anio;
      *  - por despido (DES), indemnizacion de tres meses mas 20
      *    dias por anio de servicio;
      *  - prima de antiguedad de 12 dias por anio, topada a dos
      *    salarios minimos, por despido o defuncion, y por renuncia
      *    o jubilacion con 15 anios de servicio o mas.
      *---
       067-CALCULA-FINIQUITO SECTION.
       067-0100-ANTIGUEDAD.
           COMPUTE W065-DIAS-ING =
               FUNCTION INTEGER-OF-DATE(W065-FECHA-ING-N).
           COMPUTE W065-DIAS-BAJA =
               FUNCTION INTEGER-OF-DATE(W065-FECHA-BAJA-N).
           COMPUTE W065-ANTIGUEDAD = W065-DIAS-BAJA - W065-DIAS-ING + 1.
           DIVIDE W065-ANTIGUEDAD BY W000-DIAS-ANIO
               GIVING W065-ANIOS-CUMPLIDOS
               REMAINDER W065-DIAS-ANIO-CURSO.
           COMPUTE W065-ANIOS-SERVICIO ROUNDED =
               W065-ANTIGUEDAD / W000-DIAS-ANIO.
           COMPUTE W065-SAL-DIARIO ROUNDED =
               SW-SALBASE / W000-DIAS-MES.
       067-0200-SUELDO.
           MOVE W065-DD-BAJA TO W065-DIA-FIN.
           IF W065-DIA-FIN > W000-DIAS-MES THEN
               MOVE W000-DIAS-MES TO W065-DIA-FIN
               END-IF.
           MOVE 1 TO W065-DIA-INICIO.
           IF W065-SIGLO-ING = W065-SIGLO-BAJA
              AND W065-AAMM-ING = W065-AAMM-BAJA THEN
               MOVE W065-DD-ING TO W065-DIA-INICIO
               IF W065-DIA-INICIO > W000-DIAS-MES THEN
                   MOVE W000-DIAS-MES TO W065-DIA-INICIO
                   END-IF
               END-IF.
           COMPUTE W070-DIAS-SUELDO = W065-DIA-FIN - W065-DIA-INICIO
               + 1.
           COMPUTE W070-SUELDO ROUNDED =
               SW-SALBASE * W070-DIAS-SUELDO / W000-DIAS-MES.
       067-0300-VACACIONES.
           COMPUTE W065-ANIO-EN-CURSO = W065-ANIOS-CUMPLIDOS + 1.
           MOVE 1 TO T010-IDX.
           PERFORM 068-BUSCA-VACACIONES
               UNTIL T010-IDX NOT < 12
                  OR T010-ANIOS-HASTA(T010-IDX) NOT <
                     W065-ANIO-EN-CURSO.
           MOVE T010-DIAS(T010-IDX) TO W065-DIAS-VAC-ANIO.
           COMPUTE W070-DIAS-VACACIONES ROUNDED =
               W065-DIAS-VAC-ANIO * W065-DIAS-ANIO-CURSO
               / W000-DIAS-ANIO.
           COMPUTE W070-VACACIONES ROUNDED =
               W070-DIAS-VACACIONES * W065-SAL-DIARIO.
           COMPUTE W070-PRIMA-VAC ROUNDED =
               W070-VACACIONES * W005-PRIMA-VAC / 100.
       067-0400-AGUINALDO.
           MOVE W065-SIGLO-BAJA TO W065-SIGLO-ENERO.
           MOVE W065-AA-BAJA TO W065-AA-ENERO.
           COMPUTE W065-DIAS-ENERO =
               FUNCTION INTEGER-OF-DATE(W065-FECHA-ENERO-N).
           IF W065-DIAS-ING > W065-DIAS-ENERO THEN
               MOVE W065-DIAS-ING TO W065-DIAS-ENERO
               END-IF.
           COMPUTE W065-DIAS-EN-ANIO = W065-DIAS-BAJA - W065-DIAS-ENERO
               + 1.
           IF W065-DIAS-EN-ANIO > W000-DIAS-ANIO THEN
               MOVE W000-DIAS-ANIO TO W065-DIAS-EN-ANIO
               END-IF.
           COMPUTE W070-DIAS-AGUINALDO ROUNDED =
               W005-DIAS-AGUINALDO * W065-DIAS-EN-ANIO / W000-DIAS-ANIO.
           COMPUTE W070-AGUINALDO ROUNDED =
               W070-DIAS-AGUINALDO * W065-SAL-DIARIO.
       067-0500-INDEMNIZACION.
           IF SW-MOTIVO = 'DES' THEN
               COMPUTE W070-DIAS-INDEMNIZA ROUNDED =
                   W000-DIAS-INDEM-BASE
                   + W000-DIAS-INDEM-ANIO * W065-ANIOS-SERVICIO
               COMPUTE W070-INDEMNIZA ROUNDED =
                   W070-DIAS-INDEMNIZA * W065-SAL-DIARIO
               END-IF.
       067-0600-PRIMA-ANTIGUEDAD.
           IF SW-MOTIVO = 'DES' OR SW-MOTIVO = 'DEF'
              OR ((SW-MOTIVO = 'REN' OR SW-MOTIVO = 'JUB')
                  AND W065-ANIOS-CUMPLIDOS NOT < W000-ANIOS-PRIMA-ANT)
           THEN
               MOVE W065-SAL-DIARIO TO W065-SAL-PRIMA
               IF W005-TOPE-PRIMA > ZERO
                  AND W065-SAL-PRIMA > W005-TOPE-PRIMA THEN
                   MOVE W005-TOPE-PRIMA TO W065-SAL-PRIMA
                   END-IF
               COMPUTE W070-DIAS-PRIMA-ANT ROUNDED =
                   W000-DIAS-PRIMA-ANT * W065-ANIOS-SERVICIO
               COMPUTE W070-PRIMA-ANT ROUNDED =
                   W070-DIAS-PRIMA-ANT * W065-SAL-PRIMA
               END-IF.
       067-0700-TOTAL.
           COMPUTE W070-TOTAL = W070-SUELDO + W070-VACACIONES
               + W070-PRIMA-VAC + W070-AGUINALDO + W070-INDEMNIZA
               + W070-PRIMA-ANT.
       067-9900-FIN.
       EXIT.

       068-BUSCA-VACACIONES SECTION.
       068-0100-SIGUE.
           ADD 1 TO T010-IDX.
       068-9900-FIN.
       EXIT.

       070-LEE-REG SECTION.
       070-0100-LEE.
           RETURN ARCH-SW-ORDENA AT END MOVE 1 TO S000-FINARCH.
           IF S000-FINARCH = 1 THEN
               MOVE HIGH-VALUES TO I040-SW-ID-LEI
               ELSE
                   MOVE SW-GPO TO I040-SW-GPO
                   MOVE SW-EMP TO I040-SW-EMP
                   MOVE SW-PTA TO I040-SW-PTA
                   MOVE SW-DPTO TO I040-SW-DPTO
                   END-IF.
       070-9900-FIN.
       EXIT.

      *---
      *Una pagina por trabajador: datos de la baja, conceptos del
      *finiquito con sus dias, total, cheque con que se paga y
      *firmas de la empresa y del trabajador.
      *---
       075-IMPRIME-FINIQUITO SECTION.
       075-0100-ENCABEZA.
           PERFORM 110-ENCABEZADOS.
           MOVE SW-NO-TRAB TO R1-20-NO-TRAB.
           MOVE SW-NOMBRE TO R1-20-NOMBRE.
           MOVE SW-FECHA-ING TO R1-20-FECHA-ING.
           WRITE R1-FINIQUITO FROM R1-20-LINEA-TRAB AFTER 2.
           MOVE SW-GPO TO R1-22-GPO.
           MOVE SW-EMP TO R1-22-EMP.
           MOVE SW-PTA TO R1-22-PTA.
           MOVE SW-DPTO TO R1-22-DPTO.
           WRITE R1-FINIQUITO FROM R1-22-LINEA-ADSCRIPCION AFTER 1.
           MOVE SW-FECHA-BAJA TO R1-24-FECHA.
           MOVE SW-MOTIVO TO R1-24-MOTIVO.
           MOVE W065-ANIOS-CUMPLIDOS TO R1-24-ANIOS.
           MOVE W065-DIAS-ANIO-CURSO TO R1-24-DIAS.
           WRITE R1-FINIQUITO FROM R1-24-LINEA-BAJA AFTER 1.
           MOVE SW-SALBASE TO R1-25-SAL-MENSUAL.
           MOVE W065-SAL-DIARIO TO R1-25-SAL-DIARIO.
           WRITE R1-FINIQUITO FROM R1-25-LINEA-SALARIO AFTER 1.
           ADD 5 TO R1-NUM-LIN.
       075-0200-CONCEPTOS.
           MOVE 'CONCEPTOS DEL FINIQUITO' TO R1-26-TITULO.
           PERFORM 076-ESCRIBE-TITULO.
           MOVE 'SUELDO DE DIAS TRABAJADOS' TO R1-30-CONCEPTO.
           MOVE W070-DIAS-SUELDO TO R1-30-DIAS.
           MOVE W070-SUELDO TO R1-30-IMPORTE.
           PERFORM 077-ESCRIBE-CONCEPTO.
           MOVE 'VACACIONES PROPORCIONALES' TO R1-30-CONCEPTO.
           MOVE W070-DIAS-VACACIONES TO R1-30-DIAS.
           MOVE W070-VACACIONES TO R1-30-IMPORTE.
           PERFORM 077-ESCRIBE-CONCEPTO.
           MOVE 'PRIMA VACACIONAL' TO R1-30-CONCEPTO.
           MOVE ZERO TO R1-30-DIAS.
           MOVE W070-PRIMA-VAC TO R1-30-IMPORTE.
           PERFORM 077-ESCRIBE-CONCEPTO.
           MOVE 'AGUINALDO PROPORCIONAL' TO R1-30-CONCEPTO.
           MOVE W070-DIAS-AGUINALDO TO R1-30-DIAS.
           MOVE W070-AGUINALDO TO R1-30-IMPORTE.
           PERFORM 077-ESCRIBE-CONCEPTO.
           IF W070-INDEMNIZA NOT = ZERO THEN
               MOVE 'INDEMNIZACION' TO R1-30-CONCEPTO
               MOVE W070-DIAS-INDEMNIZA TO R1-30-DIAS
               MOVE W070-INDEMNIZA TO R1-30-IMPORTE
               PERFORM 077-ESCRIBE-CONCEPTO
               END-IF.
           IF W070-PRIMA-ANT NOT = ZERO THEN
               MOVE 'PRIMA DE ANTIGUEDAD' TO R1-30-CONCEPTO
               MOVE W070-DIAS-PRIMA-ANT TO R1-30-DIAS
               MOVE W070-PRIMA-ANT TO R1-30-IMPORTE
               PERFORM 077-ESCRIBE-CONCEPTO
               END-IF.
           MOVE 'TOTAL DEL FINIQUITO' TO R1-30-CONCEPTO.
           MOVE ZERO TO R1-30-DIAS.
           MOVE W070-TOTAL TO R1-30-IMPORTE.
           WRITE R1-FINIQUITO FROM R1-30-LINEA-CONCEPTO AFTER 2.
           ADD 2 TO R1-NUM-LIN.
       075-0300-CHEQUE.
           MOVE W015-BCO TO R1-35-BCO.
           MOVE W015-NO-CTA TO R1-35-NO-CTA.
           MOVE W005-FOLIO TO R1-35-FOLIO.
           WRITE R1-FINIQUITO FROM R1-35-LINEA-CHEQUE AFTER 2.
           MOVE 'RECIBO EL IMPORTE DE ESTE FINIQUITO, CON EL QUE QUEDAN'
               TO R1-50-MENSAJE.
           WRITE R1-FINIQUITO FROM R1-50-LINEA-MENSAJE AFTER 3.
           MOVE 'CUBIERTAS LAS PRESTACIONES DE LA RELACION DE TRABAJO.'
               TO R1-50-MENSAJE.
           WRITE R1-FINIQUITO FROM R1-50-LINEA-MENSAJE AFTER 1.
           ADD 6 TO R1-NUM-LIN.
       075-0400-FIRMAS.
           WRITE R1-FINIQUITO FROM R1-40-LINEA-FIRMA AFTER 5.
           WRITE R1-FINIQUITO FROM R1-45-LINEA-FIRMA-PIE AFTER 1.
           ADD 6 TO R1-NUM-LIN.
       075-9900-FIN.
       EXIT.

       076-ESCRIBE-TITULO SECTION.
       076-0100-ESCRIBE.
           IF (R1-NUM-LIN + 2)>R1-MAX-LIN THEN
               PERFORM 110-ENCABEZADOS
               END-IF.
           WRITE R1-FINIQUITO FROM R1-26-TITULO-SECCION AFTER 2.
           ADD 2 TO R1-NUM-LIN.
       076-9900-FIN.
       EXIT.

       077-ESCRIBE-CONCEPTO SECTION.
       077-0100-ESCRIBE.
           IF (R1-NUM-LIN + 1)>R1-MAX-LIN THEN
               PERFORM 110-ENCABEZADOS
               END-IF.
           WRITE R1-FINIQUITO FROM R1-30-LINEA-CONCEPTO AFTER 1.
           ADD 1 TO R1-NUM-LIN.
       077-9900-FIN.
       EXIT.

      *---
      *Bajas del periodo que no se liquidaron: se listan aparte
      *para que personal las corrija y se liquiden en otra corrida.
      *---
       080-NO-LIQUIDADAS SECTION.
       080-0100-INICIO.
           PERFORM 110-ENCABEZADOS.
           MOVE 'BAJAS DEL PERIODO SIN LIQUIDAR' TO R1-50-MENSAJE.
           WRITE R1-FINIQUITO FROM R1-50-LINEA-MENSAJE AFTER 2.
           ADD 2 TO R1-NUM-LIN.
           MOVE 1 TO T050-IDX.
       080-0200-RECORRE.
           PERFORM 082-NO-LIQUIDADA UNTIL T050-IDX > T050-NUM-BAJAS.
       080-9900-FIN.
       EXIT.

       082-NO-LIQUIDADA SECTION.
       082-0100-LISTA.
           MOVE T050-NO-TRAB(T050-IDX) TO R1-52-NO-TRAB.
           MOVE T050-NOMBRE(T050-IDX) TO R1-52-NOMBRE.
           MOVE T050-PTA(T050-IDX) TO R1-52-PTA.
           MOVE T050-DPTO(T050-IDX) TO R1-52-DPTO.
           MOVE T050-FECHA-BAJA(T050-IDX) TO R1-52-FECHA.
           MOVE T050-MOTIVO(T050-IDX) TO R1-52-MOTIVO.
           MOVE T050-CAUSA(T050-IDX) TO R1-52-CAUSA.
           IF (R1-NUM-LIN + 1)>R1-MAX-LIN THEN
               PERFORM 110-ENCABEZADOS
               END-IF.
           WRITE R1-FINIQUITO FROM R1-52-LINEA-NO-LIQUIDADA AFTER 1.
           ADD 1 TO R1-NUM-LIN.
           ADD 1 TO T050-IDX.
       082-9900-FIN.
       EXIT.

       087-ESCRIBE-RESUMEN SECTION.
       087-0100-ESCRIBE.
           IF (R2-NUM-LIN + 2)>R2-MAX-LIN THEN
               PERFORM 120-ENCABEZADOS-R2
               END-IF.
           WRITE R2-RESUMEN FROM R2-25-LINEA-RESUMEN AFTER 2.
           ADD 2 TO R2-NUM-LIN.
       087-9900-FIN.
       EXIT.

       090-ESCRIBE-TOTALES SECTION.
       090-0100-ESCRIBE.
           MOVE 'BAJAS DEL PERIODO' TO R1-55-DESCRIPCION.
           MOVE A990-BAJAS-PERIODO TO R1-55-CUENTA.
           WRITE R1-FINIQUITO FROM R1-55-LINEA-TOTAL AFTER 3.
           MOVE 'FINIQUITOS PAGADOS' TO R1-55-DESCRIPCION.
           MOVE A990-FINIQUITOS TO R1-55-CUENTA.
           WRITE R1-FINIQUITO FROM R1-55-LINEA-TOTAL AFTER 2.
           MOVE 'REPROCESADOS CON SU MISMO CHEQUE' TO
               R1-55-DESCRIPCION.
           MOVE A990-REIMPRESOS TO R1-55-CUENTA.
           WRITE R1-FINIQUITO FROM R1-55-LINEA-TOTAL AFTER 2.
           MOVE 'YA LIQUIDADAS EN OTRA CORRIDA' TO R1-55-DESCRIPCION.
           MOVE A990-YA-LIQUIDADAS TO R1-55-CUENTA.
           WRITE R1-FINIQUITO FROM R1-55-LINEA-TOTAL AFTER 2.
           MOVE 'BAJAS REPETIDAS' TO R1-55-DESCRIPCION.
           MOVE A990-DUPLICADAS TO R1-55-CUENTA.
           WRITE R1-FINIQUITO FROM R1-55-LINEA-TOTAL AFTER 2.
           MOVE 'BAJAS SIN LIQUIDAR' TO R1-55-DESCRIPCION.
           MOVE A990-NO-LIQUIDADAS TO R1-55-CUENTA.
           WRITE R1-FINIQUITO FROM R1-55-LINEA-TOTAL AFTER 2.
           MOVE 'TOTAL PAGADO EN FINIQUITOS' TO R1-60-DESCRIPCION.
           MOVE A002-TOTAL-CIA TO R1-60-IMPORTE.
           WRITE R1-FINIQUITO FROM R1-60-LINEA-IMPORTE AFTER 3.
       090-9900-FIN.
       EXIT.

       110-ENCABEZADOS SECTION.
       110-0100-INICIO.
           ADD 1 TO R1-NUM-HOJA.
           MOVE R1-NUM-HOJA TO R1-10-PAGNU.
       110-0200-ESCRIBE-ENCABEZADOS.
           WRITE R1-FINIQUITO FROM R1-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R1-FINIQUITO FROM R1-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R1-FINIQUITO FROM R1-15-ENCABEZADOS-TERCERA-LINEA
           AFTER 1.
           MOVE 4 TO R1-NUM-LIN.
       110-9900-FIN.
       EXIT.

       120-ENCABEZADOS-R2 SECTION.
       120-0100-INICIO.
           ADD 1 TO R2-NUM-HOJA.
           MOVE R2-NUM-HOJA TO R2-10-PAGNU.
       120-0200-ESCRIBE-ENCABEZADOS.
           WRITE R2-RESUMEN FROM R2-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R2-RESUMEN FROM R2-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R2-RESUMEN FROM R2-15-ENCABEZADOS-TERCERA-LINEA
           AFTER 2.
           MOVE 5 TO R2-NUM-LIN.
       120-9900-FIN.
       EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHBAJ = 0
           THEN
               CLOSE ARCH-BJ-ARCHIVO-BAJAS
               MOVE 1 TO S000-ESTADOARCHBAJ.

           IF S000-ESTADOARCHPAR = 0
           THEN
               CLOSE ARCH-PF-ARCHIVO-PARAM
               MOVE 1 TO S000-ESTADOARCHPAR.

           IF S000-ESTADOARCHCTAS = 0
           THEN
               CLOSE ARCH-CB-CTAS-BANCARIAS
               MOVE 1 TO S000-ESTADOARCHCTAS.

           IF S000-ESTADOARCHFIN = 0
           THEN
               CLOSE ARCH-FQ-FINIQUITOS
               MOVE 1 TO S000-ESTADOARCHFIN.

           IF S000-ESTADOARCHTAL = 0
           THEN
               CLOSE ARCH-TA-TALONARIOS
               MOVE 1 TO S000-ESTADOARCHTAL.

           IF S000-ESTADOARCHFOL = 0
           THEN
               CLOSE ARCH-FC-FOLIOS-CHEQUE
               MOVE 1 TO S000-ESTADOARCHFOL.

           IF S000-ESTADOARCHCHE = 0
           THEN
               CLOSE ARCH-CH-ARCHIVO-CHEQUES
               MOVE 1 TO S000-ESTADOARCHCHE.

           IF S000-ESTADOREPO = 0
           THEN
               CLOSE REPO-R1-FINIQUITO
               MOVE 1 TO S000-ESTADOREPO.

           IF S000-ESTADOREPO2 = 0
           THEN
               CLOSE REPO-R2-RESUMEN
               MOVE 1 TO S000-ESTADOREPO2.

           PERFORM 990-CIFRAS-CONTROL.
       980-9900-FIN.
           GOBACK.

       990-CIFRAS-CONTROL SECTION.
       990-0100-INICIO.
       DISPLAY W000-PROG '  BAJAS LEIDAS                           '
      -    '           ' A990-BAJAS-LEIDAS     .

       DISPLAY W000-PROG '  BAJAS DEL PERIODO                      '
      -    '           ' A990-BAJAS-PERIODO    .

       DISPLAY W000-PROG '  FINIQUITOS DEL PERIODO EN HISTORIA     '
      -    '           ' A990-LIQUIDADAS-CARGADAS.

       DISPLAY W000-PROG '  CUENTAS BANCARIAS CARGADAS             '
      -    '           ' A990-CUENTAS-CARGADAS .

       DISPLAY W000-PROG '  FINIQUITOS PAGADOS                     '
      -    '           ' A990-FINIQUITOS       .

       DISPLAY W000-PROG '  REPROCESADOS CON SU MISMO CHEQUE       '
      -    '           ' A990-REIMPRESOS       .

       DISPLAY W000-PROG '  CHEQUES ESCRITOS                       '
      -    '           ' A990-CHEQUES          .

       DISPLAY W000-PROG '  YA LIQUIDADAS EN OTRA CORRIDA          '
      -    '           ' A990-YA-LIQUIDADAS    .

       DISPLAY W000-PROG '  BAJAS REPETIDAS                        '
      -    '           ' A990-DUPLICADAS       .

       DISPLAY W000-PROG '  BAJAS SIN LIQUIDAR                     '
      -    '           ' A990-NO-LIQUIDADAS    .

       990-0200-ESCRIBE-MONITOR.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG             TO R9-PROGRAMA.
           MOVE A990-BAJAS-PERIODO    TO R9-LEIDOS.
           MOVE A990-FINIQUITOS       TO R9-PROCESADOS.
           MOVE A990-NO-LIQUIDADAS    TO R9-RECHAZADOS.
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
