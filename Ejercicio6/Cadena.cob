       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CUADRECADENA.
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
        SELECT OPTIONAL ARCH-CD-CIFRAS-CADENA ASSIGN
                                 W000-UT-S-DIRECCION-CADENA
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT ARCH-CT-CADENA-TRB ASSIGN
                                 W000-UT-S-DIRECCION-CADENA-TRB
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-EM-CHEQUES-EMISION ASSIGN
                                 W000-UT-S-DIRECCION-EMISION
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-TL-ARCHIVO-TRANSLOG ASSIGN
                                 W000-UT-S-DIRECCION-TRANSLOG
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN
                                 W000-UT-S-DIRECCION-FECHAPROC
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-RP-ARCHIVO-REPROCESO ASSIGN
                                 W000-UT-S-DIRECCION-REPROCESO
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT REPO-R1-REPORTE-O ASSIGN W000-UT-S-DIRECCION-SALIDA.
        SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN
                                 W000-UT-S-DIRECCION-MONITOR.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *---
      *Cifras que dejan los pasos de la cadena de cheques al terminar
      *(GENERANOMINA, REPORTESPROG y CONCILIABANCOS), por fecha de
      *negocio y BCO/NO-CTA. Un registro 'INI' abre las cifras de
      *cada corrida de un paso; si el paso se reprocesa el mismo dia,
      *sus cifras anteriores de ese dia quedan sustituidas.
      *---
       FD ARCH-CD-CIFRAS-CADENA
           LABEL RECORDS ARE STANDARD.
       01 CD-CIFRA-CADENA.
           05 CD-PROGRAMA                 PIC X(8).
           05 CD-CONCEPTO                 PIC XXX.
           05 CD-FECHA                    PIC 9(8).
           05 CD-BCO                      PIC XXX.
           05 CD-NO-CTA                   PIC X(8).
           05 CD-CUENTA                   PIC 9(7).
           05 CD-IMPORTE                  PIC S9(14)V99.

      *---
      *Copia de trabajo de las cifras que se conservan (las de la
      *fecha de proceso en adelante) para reinstalarlas al terminar.
      *---
       FD ARCH-CT-CADENA-TRB
           LABEL RECORDS ARE STANDARD.
       01 CT-CIFRA-CADENA                 PIC X(53).

      *---
      *Cheques emitidos en el formato de ReporteEntrada.dat: los de
      *la nomina (NominaCheques.dat), los de finiquito y los que
      *reponen cheques anulados; se leen uno tras otro cambiando el
      *nombre asignado.
      *---
       FD ARCH-EM-CHEQUES-EMISION
           LABEL RECORDS ARE STANDARD.
       01 EM-CHEQUE.
           05 EM-GPO                      PIC XX.
           05 EM-EMP                      PIC XXX.
           05 EM-PTA                      PIC XXX.
           05 EM-BCO                      PIC XXX.
           05 EM-NO-CTA                   PIC X(8).
           05 EM-NO-CHEQUE                PIC X(12).
           05 EM-VALOR-CHEQUE             PIC S9(12)V99.
           05 EM-FECHA-CHEQUE             PIC 9(8).

      *---
      *Lotes de extracto que P-CHE120 transmitio: la cuenta y el
      *hash del trailer de cada lote por banco y fecha. Este paso
      *corre antes de que CONFIRMAEXTRACTOS (P-CHE123) reinicie el
      *archivo.
      *---
       FD ARCH-TL-ARCHIVO-TRANSLOG
           LABEL RECORDS ARE STANDARD.
       01 TL-LOTE-ENVIADO.
           05 TL-BCO                      PIC XXX.
           05 TL-FECHA                    PIC 9(8).
           05 TL-HORA                     PIC 9(6).
           05 TL-CUENTA                   PIC 9(7).
           05 TL-HASH                     PIC 9(14)V99.

      *---
      *Fecha de negocio del ciclo, fijada por operaciones; sin el
      *archivo se usa la fecha del sistema como siempre.
      *---
       FD ARCH-FP-ARCHIVO-FECHAPROC
           LABEL RECORDS ARE STANDARD.
       01 FP-REGISTRO.
           05 FP-FECHA                    PIC X(8).

      *---
      *Sufijo de reproceso fijado por operaciones (p.ej. R1): entra
      *al nombre de la salida fechada para no pisar el reporte
      *original de ese dia.
      *---
       FD ARCH-RP-ARCHIVO-REPROCESO
           LABEL RECORDS ARE STANDARD.
       01 RP-REGISTRO.
           05 RP-SUFIJO                   PIC XX.

       FD REPO-R1-REPORTE-O
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01 R1-REPORTE-SALIDA               PIC X(132).

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

       WORKING-STORAGE SECTION.
      *-----------------------
      **SWITCHES
       01 S000-ESTADOS.
           05 S000-FINARCHCD              PIC 9.
           05 S000-ESTADOARCHCD           PIC X.
           05 S000-FINARCHCT              PIC 9.
           05 S000-ESTADOARCHCT           PIC X.
           05 S000-FINARCHEM              PIC 9.
           05 S000-ESTADOARCHEM           PIC X.
           05 S000-FINARCHTL              PIC 9.
           05 S000-ESTADOARCHTL           PIC X.
           05 S003-FINARCHFECHAPROC       PIC 9.
           05 S000-ESTADOARCHFECHAPROC    PIC X.
           05 S004-FINARCHREPROCESO       PIC 9.
           05 S000-ESTADOARCHREPROCESO    PIC X.
           05 S000-ESTADOREPO             PIC X.
           05 S000-ESTADOARCHCM           PIC X.
           05 S031-POSICION               PIC X.
           05 S070-FIN-BANCO              PIC X.
           05 S060-TRAMO-NOMINA           PIC X.

       01 W000-CTES.
           05 W000-PROG                 PIC X(8)      VALUE "P-CHE129".
           05 W000-UT-S-DIRECCION-CADENA  PIC X(30)      VALUE
       "CifrasCadena.dat".
           05 W000-UT-S-DIRECCION-CADENA-TRB PIC X(30)   VALUE
       "CifrasCadena.tmp".
           05 W000-UT-S-DIRECCION-EMISION PIC X(30)      VALUE
       SPACES.
           05 W000-UT-S-DIRECCION-TRANSLOG PIC X(30)     VALUE
       "TransEnviadas.dat".
           05 W000-UT-S-DIRECCION-FECHAPROC PIC X(30)    VALUE
       "FechaProceso.dat".
           05 W000-UT-S-DIRECCION-REPROCESO PIC X(30)    VALUE
       "ParamReproceso.dat".
      *---
      *El nombre de la salida se arma por corrida con la fecha de
      *proceso y el sufijo de reproceso (004-NOMBRA-SALIDAS), para
      *que cada dia conserve su generacion.
      *---
           05 W000-UT-S-DIRECCION-SALIDA  PIC X(40)      VALUE
       SPACES.
           05 W000-UT-S-DIRECCION-MONITOR PIC X(30)      VALUE
       "CifrasControl.txt".

      *---
      *Archivos de cheques emitidos que entran a ReporteEntrada.dat;
      *el primero es el de GENERANOMINA.
      *---
       01 T040-EMISIONES.
           05 FILLER                      PIC X(30)      VALUE
       "NominaCheques.dat".
           05 FILLER                      PIC X(30)      VALUE
       "ChequesFiniquito.dat".
           05 FILLER                      PIC X(30)      VALUE
       "ChequesRepuestos.dat".
       01 T040-EMISIONES-R REDEFINES T040-EMISIONES.
           05 T040-ARCHIVO OCCURS 3       PIC X(30).

       01 T040-IDX                        PIC S9(4) COMP.

      *---
      *Generacion de la corrida: '.AAAAMMDD' mas el sufijo de
      *reproceso si lo hay.
      *---
       01 W004-VARS.
           05 W004-SUFIJO                 PIC XX.
           05 W004-GENERACION             PIC X(13).

      *FECHA
       01 W000-FECHA.
           05 W000-YEAR                   PIC 99.
           05 W000-MONTH                  PIC 99.
           05 W000-DAY                    PIC 99.

      *FECHA DE NEGOCIO (AAAAMMDD) CUYA CADENA SE CUADRA
       01 W000-FECHA-CORRIDA              PIC 9(8).

      *---
      *Conceptos de la cadena, en el orden de las columnas de la
      *tabla de cuentas:
      * 1 NET neto de la nomina pagadero con cheque    (P-APL150)
      *       por cuenta pagadora; con BCO en blanco, el de la cia
      * 2 EMI cheques emitidos en los archivos de emision
      * 3 ACE aceptados      4 REC rechazados          (P-CHE120)
      * 5 SUS suspensiones de pago en los extractos     (P-CHE120)
      * 6 ENV trailers de los lotes en TransEnviadas.dat
      * 7 CON conciliados    8 DIF diferencia de importe
      * 9 ANU anulado cobrado 10 TRA en transito
      *11 EXC cuenta invalida                           (P-CHE125)
      *---
       01 T020-CONCEPTOS                  PIC X(33)      VALUE
       'NETEMIACERECSUSENVCONDIFANUTRAEXC'.
       01 T020-CONCEPTOS-R REDEFINES T020-CONCEPTOS.
           05 T020-CONCEPTO OCCURS 11     PIC XXX.

       01 T020-IDX                        PIC S9(4) COMP.
       01 T020-IDX-HALLADO                PIC S9(4) COMP.

      *---
      *Pasos que dejan cifras y las columnas que les pertenecen: el
      *'INI' de una corrida limpia solo esas columnas.
      *---
       01 T025-TABLA-PASOS.
           05 T025-PASO-1.
               10 FILLER                  PIC X(8)       VALUE
               'P-APL150'.
               10 FILLER                  PIC 99         VALUE 01.
               10 FILLER                  PIC 99         VALUE 01.
           05 T025-PASO-2.
               10 FILLER                  PIC X(8)       VALUE
               'P-CHE120'.
               10 FILLER                  PIC 99         VALUE 03.
               10 FILLER                  PIC 99         VALUE 05.
           05 T025-PASO-3.
               10 FILLER                  PIC X(8)       VALUE
               'P-CHE125'.
               10 FILLER                  PIC 99         VALUE 07.
               10 FILLER                  PIC 99         VALUE 11.
       01 T025-TABLA-R REDEFINES T025-TABLA-PASOS.
           05 T025-PASO OCCURS 3.
               10 T025-PROGRAMA           PIC X(8).
               10 T025-DESDE              PIC 99.
               10 T025-HASTA              PIC 99.

       01 T025-REPORTADOS.
           05 T025-REPORTO OCCURS 3       PIC X.

       01 T025-IDX                        PIC S9(4) COMP.
       01 T025-IDX-HALLADO                PIC S9(4) COMP.

      *---
      *Cuentas BCO/NO-CTA de la fecha, en orden de llave, con la
      *cuenta y el importe de cada concepto. Los trailers de
      *TransEnviadas.dat van por banco, con NO-CTA en blanco, y
      *quedan al frente de las cuentas de su banco. T030-NOMINA es
      *la parte de la columna EMI que viene de NominaCheques.dat;
      *T030-HORA-LOTE, la corrida de REPORTESPROG que vale, y
      *T030-NUM-LOTES, cuantos lotes de esa corrida se sumaron.
      *---
       01 T030-TABLA-CUENTAS.
           05 T030-NUM-CUENTAS         PIC S9(4) COMP VALUE ZERO.
           05 T030-ENTRADA OCCURS 500 TIMES.
               10 T030-LLAVE.
                   15 T030-BCO            PIC XXX.
                   15 T030-NO-CTA         PIC X(8).
               10 T030-CIFRA OCCURS 11.
                   15 T030-CUENTA         PIC S9(7).
                   15 T030-IMPORTE        PIC S9(14)V99.
               10 T030-HORA-LOTE          PIC 9(6).
               10 T030-NUM-LOTES          PIC S9(5).
               10 T030-NOMINA.
                   15 T030-NOM-CUENTA     PIC S9(7).
                   15 T030-NOM-IMPORTE    PIC S9(14)V99.

       01 T030-IDX                        PIC S9(4) COMP.
       01 T030-IDX-HALLADO                PIC S9(4) COMP.
       01 T030-IDX-MUEVE                  PIC S9(4) COMP.

       01 W030-ACUMULA.
           05 W030-LLAVE.
               10 W030-BCO                PIC XXX.
               10 W030-NO-CTA             PIC X(8).
           05 W030-IDX-CONCEPTO           PIC S9(4) COMP.
           05 W030-CUENTA                 PIC S9(7).
           05 W030-IMPORTE                PIC S9(14)V99.

      *---
      *Neto de GENERANOMINA pagadero con cheque y lo que trae
      *NominaCheques.dat con la fecha de proceso.
      *---
       01 A040-NOMINA.
           05 A040-NET-CUENTA             PIC S9(7).
           05 A040-NET-IMPORTE            PIC S9(14)V99.
           05 A040-NOM-CUENTA             PIC S9(7).
           05 A040-NOM-IMPORTE            PIC S9(14)V99.

      *---
      *Cifras de cada lado de una entrega: lo que entrega el paso
      *anterior y lo que recibe el siguiente.
      *---
       01 W060-ENTREGA.
           05 W060-EMI-CUENTA             PIC S9(7).
           05 W060-EMI-IMPORTE            PIC S9(14)V99.
           05 W060-REP-CUENTA             PIC S9(7).
           05 W060-REP-IMPORTE            PIC S9(14)V99.
           05 W060-CON-CUENTA             PIC S9(7).
           05 W060-CON-IMPORTE            PIC S9(14)V99.
           05 W060-OTR-CUENTA             PIC S9(7).
           05 W060-OTR-IMPORTE            PIC S9(14)V99.
           05 W060-ESTADO                 PIC X(28).

      *ACUMULADOS DEL BANCO EN CURSO PARA EL COTEJO DE TRAILERS
       01 A070-BANCO.
           05 W070-BCO                    PIC XXX.
           05 A070-EXT-CUENTA             PIC S9(7).
           05 A070-EXT-IMPORTE            PIC S9(14)V99.
           05 A070-ENV-CUENTA             PIC S9(7).
           05 A070-ENV-IMPORTE            PIC S9(14)V99.

      *TOTALES DE LA FECHA POR LADO DE LAS ENTREGAS
       01 A080-TOTALES.
           05 A080-EMI-CUENTA             PIC S9(7).
           05 A080-EMI-IMPORTE            PIC S9(14)V99.
           05 A080-REP-CUENTA             PIC S9(7).
           05 A080-REP-IMPORTE            PIC S9(14)V99.
           05 A080-CON-CUENTA             PIC S9(7).
           05 A080-CON-IMPORTE            PIC S9(14)V99.

      * CIFRAS DE CONTROL
       01 A990-CIFRAS-CONTROL.
           05 A990-CIFRAS-LEIDAS          PIC S9(9).
           05 A990-CIFRAS-DE-LA-FECHA     PIC S9(9).
           05 A990-CIFRAS-OTRA-FECHA      PIC S9(9).
           05 A990-CIFRAS-DEPURADAS       PIC S9(9).
           05 A990-CIFRAS-DESCONOCIDAS    PIC S9(9).
           05 A990-CORRIDAS-DE-PASOS      PIC S9(9).
           05 A990-EMITIDOS-LEIDOS        PIC S9(9).
           05 A990-EMITIDOS-OTRA-FECHA    PIC S9(9).
           05 A990-LOTES-LEIDOS           PIC S9(9).
           05 A990-LOTES-OTRA-FECHA       PIC S9(9).
           05 A990-LOTES-SUSTITUIDOS      PIC S9(9).
           05 A990-CUENTAS-REVISADAS      PIC S9(9).
           05 A990-BANCOS-REVISADOS       PIC S9(9).
           05 A990-ENTREGAS-PROBADAS      PIC S9(9).
           05 A990-ENTREGAS-ROTAS         PIC S9(9).

       01 W990-MONITOR.
           05 W990-TOTAL-LEIDO            PIC S9(9).

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
           05 FILLER                      PIC X(37)       VALUE SPACES.
           05 FILLER                      PIC X(31)       VALUE
           "CUADRE DE LA CADENA DE CHEQUES".
           05 FILLER                      PIC X(36)       VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "FECHA: ".
           05 R1-05-FECHA.
               10 R1-05-DAY               PIC X(2).
               10 FILLER                  PIC X           VALUE "/".
               10 R1-05-MONTH             PIC X(3).
               10 FILLER                  PIC X           VALUE "/".
               10 R1-05-YEAR              PIC X(2).
           05 FILLER                      PIC X(3)        VALUE SPACES.

       01 R1-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                      PIC X(23).
           05 FILLER                      PIC X(30)       VALUE
           "CUSTODIA DE IMPORTES POR PASO".
           05 FILLER                      PIC X(46)       VALUE SPACES.
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R1-10-PAGNU                 PIC Z(4).

       01 R1-15-ENCABEZADOS-TERCERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 FILLER                      PIC X(12)       VALUE
           "TESORERIA".
           05 FILLER                      PIC X(17)       VALUE
           "FECHA DE NEGOCIO ".
           05 R1-15-FECHA-NEGOCIO         PIC 9(8).
           05 FILLER                      PIC X(94)       VALUE SPACES.

       01 R1-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(13)       VALUE
           "BCO NO-CTA".
           05 FILLER                      PIC X(31)       VALUE
           "      EMITIDOS (NOMINA+OTROS)".
           05 FILLER                      PIC X(31)       VALUE
           "   REPORTESPROG ACEPT+RECHAZO".
           05 FILLER                      PIC X(31)       VALUE
           "     CONCILIABANCOS TODAS CLAS".
           05 FILLER                      PIC X(26)       VALUE
           "ESTADO".

      *LINEA DE TITULO DE CADA TRAMO DE LA CADENA
       01 R1-22-LINEA-TRAMO.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-22-TITULO                PIC X(100).
           05 FILLER                      PIC X(31)       VALUE SPACES.

      *---
      *Entrega GENERANOMINA -> NominaCheques.dat: una linea por lado
      *y el estado de la entrega.
      *---
       01 R1-24-LINEA-NOMINA.
           05 FILLER                      PIC X(4)        VALUE SPACES.
           05 R1-24-DESCRIPCION           PIC X(44).
           05 R1-24-CUENTA                PIC ZZZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-24-IMPORTE               PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-24-ESTADO                PIC X(28).
           05 FILLER                      PIC X(24)       VALUE SPACES.

      *---
      *Entrega GENERANOMINA -> NominaCheques.dat de una cuenta
      *pagadora.
      *---
       01 R1-26-LINEA-NOMINA-CUENTA.
           05 FILLER                      PIC X(4)        VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "CUENTA ".
           05 R1-26-BCO                   PIC X(3).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-26-NO-CTA                PIC X(8).
           05 FILLER                      PIC X(8)        VALUE
           "  NETO: ".
           05 R1-26-NET-CUENTA            PIC ZZZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-26-NET-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                      PIC X(11)       VALUE
           "  ARCHIVO: ".
           05 R1-26-NOM-CUENTA            PIC ZZZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-26-NOM-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-26-ESTADO                PIC X(28).

      * LINEA DE CADA CUENTA: LOS TRES LADOS Y EL ESTADO
       01 R1-25-LINEADETALLE.
           05 R1-25-PRINT-BCO             PIC X(3).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-PRINT-NO-CTA          PIC X(8).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-25-LADO OCCURS 3.
               10 R1-25-PRINT-CUENTA      PIC ZZZZZZ9.
               10 FILLER                  PIC X           VALUE SPACES.
               10 R1-25-PRINT-IMPORTE     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER                  PIC X           VALUE SPACES.
           05 R1-25-PRINT-ESTADO          PIC X(26).

      *---
      *Desglose de la cuenta: en que quedaron sus cheques en
      *REPORTESPROG y en CONCILIABANCOS.
      *---
       01 R1-27-LINEA-DESGLOSE.
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 R1-27-CLASE OCCURS 3.
               10 R1-27-DESCRIPCION       PIC X(12).
               10 R1-27-CUENTA            PIC ZZZZZZ9.
               10 FILLER                  PIC X           VALUE SPACES.
               10 R1-27-IMPORTE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER                  PIC X(3)        VALUE SPACES.

      *---
      *Entrega REPORTESPROG -> extractos: aceptados mas suspensiones
      *del banco contra los trailers registrados en TransEnviadas.dat.
      *---
       01 R1-35-LINEA-BANCO.
           05 FILLER                      PIC X(4)        VALUE SPACES.
           05 FILLER                      PIC X(6)        VALUE
           "BANCO ".
           05 R1-35-BCO                   PIC X(3).
           05 FILLER                      PIC X(14)       VALUE
           "  EXTRACTOS: ".
           05 R1-35-EXT-CUENTA            PIC ZZZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-35-EXT-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                      PIC X(12)       VALUE
           "  TRAILERS: ".
           05 R1-35-ENV-CUENTA            PIC ZZZZZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-35-ENV-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-35-ESTADO                PIC X(28).
           05 FILLER                      PIC X(3)        VALUE SPACES.

      *LINEA TOTAL POR CLASIFICACION
       01  R1-40-TOTAL-CLASE.
           05  FILLER                     PIC X(2)        VALUE SPACES.
           05  R1-40-DESCRIPCION          PIC X(46).
           05  R1-40-CUANTOS              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(77)       VALUE SPACES.

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
           PERFORM 003-FECHA-PROCESO.
           PERFORM 004-NOMBRA-SALIDAS.
           MOVE ZEROS TO A990-CIFRAS-CONTROL.
           MOVE ZEROS TO A040-NOMINA.
           MOVE ZEROS TO A080-TOTALES.
           MOVE 'NNN' TO T025-REPORTADOS.
           MOVE 'N' TO S060-TRAMO-NOMINA.
       000-0200-CARGA-CIFRAS.
           PERFORM 010-CARGA-CIFRAS.
           PERFORM 015-INSTALA-CIFRAS.
       000-0300-CARGA-EMITIDOS.
           MOVE 1 TO T040-IDX.
           PERFORM 040-CARGA-EMISION UNTIL T040-IDX > 3.
       000-0400-CARGA-ENVIADOS.
           PERFORM 050-CARGA-ENVIADOS.
       000-0500-REPORTA.
           OPEN OUTPUT REPO-R1-REPORTE-O.
           MOVE 0 TO S000-ESTADOREPO.
           MOVE 0 TO R1-050-NUM-HOJA.
           MOVE W000-PROG TO R1-05-CONSPRO.
           MOVE W000-DAY TO R1-05-DAY.
           MOVE W000-YEAR TO R1-05-YEAR.
           SET  T000-I TO W000-MONTH.
           MOVE T000-MONTH(T000-I) TO R1-05-MONTH.
           MOVE W000-FECHA-CORRIDA TO R1-15-FECHA-NEGOCIO.
           PERFORM 080-ENCABEZADOS.
           PERFORM 060-ENTREGA-NOMINA.
           PERFORM 070-ENTREGAS-CUENTAS.
           PERFORM 090-ESCRIBE-TOTALES.
       000-0600-TERMINA.
           CLOSE REPO-R1-REPORTE-O.
           MOVE 1 TO S000-ESTADOREPO.
           IF A990-ENTREGAS-ROTAS > 0 THEN
               MOVE 4 TO RETURN-CODE
               DISPLAY W000-PROG '  CADENA DE CHEQUES DESCUADRADA, '
      -        'CODIGO 4'
               END-IF.
           PERFORM 990-CIFRAS-DE-CONTROL.
       000-0990-FIN.
           GOBACK.

      *---
      *Toma la fecha de negocio del ciclo de FechaProceso.dat: es la
      *fecha cuyas cifras se cuadran. Sin el archivo se usa la fecha
      *del sistema.
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
      *Arma la generacion de la corrida ('.AAAAMMDD' mas el sufijo
      *de ParamReproceso.dat si lo hay) y con ella el nombre fechado
      *del reporte.
      *---
       004-NOMBRA-SALIDAS SECTION.
       004-0100-LEE-SUFIJO.
           MOVE SPACES TO W004-SUFIJO.
           OPEN INPUT ARCH-RP-ARCHIVO-REPROCESO.
           MOVE 0 TO S004-FINARCHREPROCESO.
           MOVE 0 TO S000-ESTADOARCHREPROCESO.
           READ ARCH-RP-ARCHIVO-REPROCESO AT END MOVE 1
               TO S004-FINARCHREPROCESO.
           IF S004-FINARCHREPROCESO NOT = 1 THEN
               MOVE RP-SUFIJO TO W004-SUFIJO.
           CLOSE ARCH-RP-ARCHIVO-REPROCESO.
           MOVE 1 TO S000-ESTADOARCHREPROCESO.
       004-0200-ARMA-GENERACION.
           MOVE SPACES TO W004-GENERACION.
           IF W004-SUFIJO = SPACES THEN
               STRING '.'                 DELIMITED BY SIZE
                      W000-FECHA-CORRIDA  DELIMITED BY SIZE
                   INTO W004-GENERACION
               ELSE
               STRING '.'                 DELIMITED BY SIZE
                      W000-FECHA-CORRIDA  DELIMITED BY SIZE
                      '.'                 DELIMITED BY SIZE
                      W004-SUFIJO         DELIMITED BY SIZE
                   INTO W004-GENERACION.
       004-0300-NOMBRA-REPORTE.
           MOVE SPACES TO W000-UT-S-DIRECCION-SALIDA.
           STRING 'ReporteCadena'    DELIMITED BY SIZE
                  W004-GENERACION    DELIMITED BY SPACE
                  '.txt'             DELIMITED BY SIZE
               INTO W000-UT-S-DIRECCION-SALIDA.
       004-0990-TERMINA.
           EXIT.

      *---
      *Carga las cifras de la fecha de proceso. Las de fechas
      *anteriores ya se cuadraron en su dia y no pasan a la copia de
      *trabajo; las de la fecha en adelante se conservan.
      *---
       010-CARGA-CIFRAS SECTION.
       010-0100-INICIO.
           OPEN INPUT ARCH-CD-CIFRAS-CADENA.
           MOVE 0 TO S000-FINARCHCD.
           MOVE 0 TO S000-ESTADOARCHCD.
           OPEN OUTPUT ARCH-CT-CADENA-TRB.
           MOVE 0 TO S000-ESTADOARCHCT.
       010-0200-CARGA.
           PERFORM 011-LEE-CIFRA UNTIL S000-FINARCHCD = 1.
           CLOSE ARCH-CD-CIFRAS-CADENA.
           MOVE 1 TO S000-ESTADOARCHCD.
           CLOSE ARCH-CT-CADENA-TRB.
           MOVE 1 TO S000-ESTADOARCHCT.
       010-0990-TERMINA.
           EXIT.

       011-LEE-CIFRA SECTION.
       011-0100-LEE.
           READ ARCH-CD-CIFRAS-CADENA AT END MOVE 1 TO S000-FINARCHCD.
           IF S000-FINARCHCD NOT = 1 THEN
               ADD 1 TO A990-CIFRAS-LEIDAS
               IF CD-FECHA < W000-FECHA-CORRIDA THEN
                   ADD 1 TO A990-CIFRAS-DEPURADAS
                   ELSE
                   WRITE CT-CIFRA-CADENA FROM CD-CIFRA-CADENA
                   IF CD-FECHA = W000-FECHA-CORRIDA THEN
                       ADD 1 TO A990-CIFRAS-DE-LA-FECHA
                       PERFORM 012-APLICA-CIFRA
                       ELSE
                       ADD 1 TO A990-CIFRAS-OTRA-FECHA
                       END-IF
                   END-IF
               END-IF.
       011-0990-TERMINA.
           EXIT.

      *---
      *Un 'INI' limpia las columnas de su paso (una corrida posterior
      *del mismo dia sustituye a la anterior); cualquier otro
      *concepto se suma a su cuenta.
      *---
       012-APLICA-CIFRA SECTION.
       012-0100-INICIO-CORRIDA.
           IF CD-CONCEPTO = 'INI' THEN
               PERFORM 013-BUSCA-PASO
               IF T025-IDX-HALLADO > 0 THEN
                   ADD 1 TO A990-CORRIDAS-DE-PASOS
                   MOVE 'S' TO T025-REPORTO(T025-IDX-HALLADO)
                   PERFORM 014-LIMPIA-PASO
                   ELSE
                   ADD 1 TO A990-CIFRAS-DESCONOCIDAS
                   END-IF
               ELSE
               PERFORM 012-0500-SUMA-CONCEPTO.
       012-0990-TERMINA.
           EXIT.

       012-0500-SUMA-CONCEPTO SECTION.
       012-0510-BUSCA.
           MOVE ZERO TO T020-IDX-HALLADO.
           MOVE 1 TO T020-IDX.
           PERFORM 012-0600-COMPARA-UNO
               UNTIL T020-IDX-HALLADO > 0 OR T020-IDX > 11.
       012-0520-SUMA.
           IF T020-IDX-HALLADO = 0 THEN
               ADD 1 TO A990-CIFRAS-DESCONOCIDAS
               DISPLAY W000-PROG '  CONCEPTO DE CADENA DESCONOCIDO: '
               CD-PROGRAMA ' ' CD-CONCEPTO
               ELSE IF T020-IDX-HALLADO = 1 AND CD-BCO = SPACES THEN
                   ADD CD-CUENTA TO A040-NET-CUENTA
                   ADD CD-IMPORTE TO A040-NET-IMPORTE
                   ELSE
                   MOVE CD-BCO TO W030-BCO
                   MOVE CD-NO-CTA TO W030-NO-CTA
                   MOVE T020-IDX-HALLADO TO W030-IDX-CONCEPTO
                   MOVE CD-CUENTA TO W030-CUENTA
                   MOVE CD-IMPORTE TO W030-IMPORTE
                   PERFORM 030-ACUMULA
                   END-IF.
       012-0590-TERMINA.
           EXIT.

       012-0600-COMPARA-UNO SECTION.
       012-0610-COMPARA.
           IF CD-CONCEPTO = T020-CONCEPTO(T020-IDX) THEN
               MOVE T020-IDX TO T020-IDX-HALLADO
               END-IF.
           ADD 1 TO T020-IDX.
       012-0690-TERMINA.
           EXIT.

       013-BUSCA-PASO SECTION.
       013-0100-INICIO.
           MOVE ZERO TO T025-IDX-HALLADO.
           MOVE 1 TO T025-IDX.
       013-0200-BUSCA.
           PERFORM 013-0300-COMPARA-UNO
               UNTIL T025-IDX-HALLADO > 0 OR T025-IDX > 3.
       013-0990-TERMINA.
           EXIT.

       013-0300-COMPARA-UNO SECTION.
       013-0310-COMPARA.
           IF CD-PROGRAMA = T025-PROGRAMA(T025-IDX) THEN
               MOVE T025-IDX TO T025-IDX-HALLADO
               END-IF.
           ADD 1 TO T025-IDX.
       013-0390-TERMINA.
           EXIT.

      *---
      *Pone en cero, en todas las cuentas, las columnas del paso que
      *inicia una corrida; el neto de la nomina va aparte.
      *---
       014-LIMPIA-PASO SECTION.
       014-0100-NOMINA.
           IF T025-DESDE(T025-IDX-HALLADO) = 1 THEN
               MOVE ZERO TO A040-NET-CUENTA
               MOVE ZERO TO A040-NET-IMPORTE
               END-IF.
       014-0200-CUENTAS.
           MOVE 1 TO T030-IDX.
           PERFORM 014-0300-LIMPIA-CUENTA
               UNTIL T030-IDX > T030-NUM-CUENTAS.
       014-0990-TERMINA.
           EXIT.

       014-0300-LIMPIA-CUENTA SECTION.
       014-0310-LIMPIA.
           MOVE T025-DESDE(T025-IDX-HALLADO) TO T020-IDX.
           PERFORM 014-0400-LIMPIA-CIFRA
               UNTIL T020-IDX > T025-HASTA(T025-IDX-HALLADO).
           ADD 1 TO T030-IDX.
       014-0390-TERMINA.
           EXIT.

       014-0400-LIMPIA-CIFRA SECTION.
       014-0410-LIMPIA.
           MOVE ZERO TO T030-CUENTA(T030-IDX T020-IDX).
           MOVE ZERO TO T030-IMPORTE(T030-IDX T020-IDX).
           ADD 1 TO T020-IDX.
       014-0490-TERMINA.
           EXIT.

      *---
      *Reinstala en CifrasCadena.dat solo las cifras conservadas.
      *---
       015-INSTALA-CIFRAS SECTION.
       015-0100-INICIO.
           OPEN INPUT ARCH-CT-CADENA-TRB.
           MOVE 0 TO S000-FINARCHCT.
           MOVE 0 TO S000-ESTADOARCHCT.
           OPEN OUTPUT ARCH-CD-CIFRAS-CADENA.
           MOVE 0 TO S000-ESTADOARCHCD.
       015-0200-COPIA.
           PERFORM 016-COPIA-UNA UNTIL S000-FINARCHCT = 1.
           CLOSE ARCH-CT-CADENA-TRB.
           MOVE 1 TO S000-ESTADOARCHCT.
           CLOSE ARCH-CD-CIFRAS-CADENA.
           MOVE 1 TO S000-ESTADOARCHCD.
       015-0990-TERMINA.
           EXIT.

       016-COPIA-UNA SECTION.
       016-0100-COPIA.
           READ ARCH-CT-CADENA-TRB AT END MOVE 1 TO S000-FINARCHCT.
           IF S000-FINARCHCT NOT = 1 THEN
               WRITE CD-CIFRA-CADENA FROM CT-CIFRA-CADENA
               END-IF.
       016-0990-TERMINA.
           EXIT.

      *---
      *Suma W030-CUENTA y W030-IMPORTE al concepto W030-IDX-CONCEPTO
      *de la cuenta W030-LLAVE; una cuenta nueva se inserta en su
      *lugar para que la tabla quede en orden de llave.
      *---
       030-ACUMULA SECTION.
       030-0100-BUSCA.
           PERFORM 031-BUSCA-POSICION.
           IF T030-IDX > T030-NUM-CUENTAS THEN
               PERFORM 032-INSERTA-CUENTA
               ELSE IF T030-LLAVE(T030-IDX) NOT = W030-LLAVE THEN
                   PERFORM 032-INSERTA-CUENTA
                   END-IF.
       030-0200-SUMA.
           ADD W030-CUENTA TO T030-CUENTA(T030-IDX W030-IDX-CONCEPTO).
           ADD W030-IMPORTE TO
               T030-IMPORTE(T030-IDX W030-IDX-CONCEPTO).
       030-0990-TERMINA.
           EXIT.

      *---
      *Deja en T030-IDX la primera cuenta con llave no menor que
      *W030-LLAVE (o una mas alla de la ultima).
      *---
       031-BUSCA-POSICION SECTION.
       031-0100-INICIO.
           MOVE 1 TO T030-IDX.
           MOVE 'N' TO S031-POSICION.
       031-0200-BUSCA.
           PERFORM 031-0300-COMPARA-UNA
               UNTIL S031-POSICION = 'S'
                  OR T030-IDX > T030-NUM-CUENTAS.
       031-0990-TERMINA.
           EXIT.

       031-0300-COMPARA-UNA SECTION.
       031-0310-COMPARA.
           IF T030-LLAVE(T030-IDX) < W030-LLAVE THEN
               ADD 1 TO T030-IDX
               ELSE
               MOVE 'S' TO S031-POSICION.
       031-0390-TERMINA.
           EXIT.

       032-INSERTA-CUENTA SECTION.
       032-0100-VERIFICA.
           IF T030-NUM-CUENTAS NOT < 500 THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  LAS CUENTAS DE LA CADENA DE '
      -        'CHEQUES EXCEDEN LA TABLA DE TRABAJO'
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA.
       032-0200-RECORRE.
           MOVE T030-NUM-CUENTAS TO T030-IDX-MUEVE.
           PERFORM 032-0500-RECORRE-UNA
               UNTIL T030-IDX-MUEVE < T030-IDX.
           ADD 1 TO T030-NUM-CUENTAS.
       032-0300-INICIA.
           MOVE W030-LLAVE TO T030-LLAVE(T030-IDX).
           MOVE ZEROS TO T030-NOMINA(T030-IDX).
           MOVE ZERO TO T030-HORA-LOTE(T030-IDX).
           MOVE ZERO TO T030-NUM-LOTES(T030-IDX).
           MOVE 1 TO T020-IDX.
           PERFORM 032-0600-LIMPIA-CIFRA UNTIL T020-IDX > 11.
       032-0990-TERMINA.
           EXIT.

       032-0500-RECORRE-UNA SECTION.
       032-0510-RECORRE.
           MOVE T030-ENTRADA(T030-IDX-MUEVE)
               TO T030-ENTRADA(T030-IDX-MUEVE + 1).
           SUBTRACT 1 FROM T030-IDX-MUEVE.
       032-0590-TERMINA.
           EXIT.

       032-0600-LIMPIA-CIFRA SECTION.
       032-0610-LIMPIA.
           MOVE ZERO TO T030-CUENTA(T030-IDX T020-IDX).
           MOVE ZERO TO T030-IMPORTE(T030-IDX T020-IDX).
           ADD 1 TO T020-IDX.
       032-0690-TERMINA.
           EXIT.

      *---
      *Lee un archivo de cheques emitidos; los de la fecha de
      *proceso se suman por cuenta, y los de NominaCheques.dat
      *ademas al total que se coteja contra el neto de la nomina.
      *---
       040-CARGA-EMISION SECTION.
       040-0100-INICIO.
           MOVE T040-ARCHIVO(T040-IDX) TO W000-UT-S-DIRECCION-EMISION.
           OPEN INPUT ARCH-EM-CHEQUES-EMISION.
           MOVE 0 TO S000-FINARCHEM.
           MOVE 0 TO S000-ESTADOARCHEM.
       040-0200-CARGA.
           PERFORM 041-LEE-EMITIDO UNTIL S000-FINARCHEM = 1.
           CLOSE ARCH-EM-CHEQUES-EMISION.
           MOVE 1 TO S000-ESTADOARCHEM.
           ADD 1 TO T040-IDX.
       040-0990-TERMINA.
           EXIT.

       041-LEE-EMITIDO SECTION.
       041-0100-LEE.
           READ ARCH-EM-CHEQUES-EMISION AT END MOVE 1 TO S000-FINARCHEM.
           IF S000-FINARCHEM NOT = 1 THEN
               ADD 1 TO A990-EMITIDOS-LEIDOS
               IF EM-FECHA-CHEQUE NOT = W000-FECHA-CORRIDA THEN
                   ADD 1 TO A990-EMITIDOS-OTRA-FECHA
                   ELSE
                   MOVE EM-BCO TO W030-BCO
                   MOVE EM-NO-CTA TO W030-NO-CTA
                   MOVE 2 TO W030-IDX-CONCEPTO
                   MOVE 1 TO W030-CUENTA
                   MOVE EM-VALOR-CHEQUE TO W030-IMPORTE
                   PERFORM 030-ACUMULA
                   IF T040-IDX = 1 THEN
                       ADD 1 TO A040-NOM-CUENTA
                       ADD EM-VALOR-CHEQUE TO A040-NOM-IMPORTE
                       ADD 1 TO T030-NOM-CUENTA(T030-IDX)
                       ADD EM-VALOR-CHEQUE TO T030-NOM-IMPORTE(T030-IDX)
                       END-IF
                   END-IF
               END-IF.
       041-0990-TERMINA.
           EXIT.

      *---
      *Trailers de los lotes transmitidos con la fecha de proceso,
      *por banco.
      *---
       050-CARGA-ENVIADOS SECTION.
       050-0100-INICIO.
           OPEN INPUT ARCH-TL-ARCHIVO-TRANSLOG.
           MOVE 0 TO S000-FINARCHTL.
           MOVE 0 TO S000-ESTADOARCHTL.
       050-0200-CARGA.
           PERFORM 051-LEE-LOTE UNTIL S000-FINARCHTL = 1.
           CLOSE ARCH-TL-ARCHIVO-TRANSLOG.
           MOVE 1 TO S000-ESTADOARCHTL.
       050-0990-TERMINA.
           EXIT.

       051-LEE-LOTE SECTION.
       051-0100-LEE.
           READ ARCH-TL-ARCHIVO-TRANSLOG AT END MOVE 1 TO
               S000-FINARCHTL.
           IF S000-FINARCHTL NOT = 1 THEN
               ADD 1 TO A990-LOTES-LEIDOS
               IF TL-FECHA NOT = W000-FECHA-CORRIDA THEN
                   ADD 1 TO A990-LOTES-OTRA-FECHA
                   ELSE
                   MOVE TL-BCO TO W030-BCO
                   MOVE SPACES TO W030-NO-CTA
                   MOVE 6 TO W030-IDX-CONCEPTO
                   MOVE TL-CUENTA TO W030-CUENTA
                   MOVE TL-HASH TO W030-IMPORTE
                   PERFORM 052-SUSTITUYE-LOTE
                   PERFORM 030-ACUMULA
                   MOVE TL-HORA TO T030-HORA-LOTE(T030-IDX)
                   ADD 1 TO T030-NUM-LOTES(T030-IDX)
                   END-IF
               END-IF.
       051-0990-TERMINA.
           EXIT.

      *---
      *Cada corrida de REPORTESPROG deja un lote por planta y banco,
      *todos con la hora de inicio de la corrida en TL-HORA, y los
      *agrega al final de la bitacora. Los lotes del banco con la
      *misma hora se suman; un lote con otra hora es de una corrida
      *posterior y deja sin efecto los ya sumados, igual que las
      *cifras de la ultima corrida sustituyen a las anteriores. Vale
      *el orden del archivo y no cual hora es mayor: un reproceso
      *despues de medianoche trae una hora menor que la corrida que
      *sustituye.
      *---
       052-SUSTITUYE-LOTE SECTION.
       052-0100-BUSCA.
           PERFORM 031-BUSCA-POSICION.
           IF T030-IDX NOT > T030-NUM-CUENTAS THEN
               IF T030-LLAVE(T030-IDX) = W030-LLAVE
                  AND T030-NUM-LOTES(T030-IDX) > ZERO
                  AND TL-HORA NOT = T030-HORA-LOTE(T030-IDX) THEN
                   ADD T030-NUM-LOTES(T030-IDX)
                       TO A990-LOTES-SUSTITUIDOS
                   MOVE ZERO TO T030-NUM-LOTES(T030-IDX)
                   MOVE ZERO TO T030-CUENTA(T030-IDX 6)
                   MOVE ZERO TO T030-IMPORTE(T030-IDX 6)
                   END-IF
               END-IF.
       052-0990-TERMINA.
           EXIT.

      *---
      *Entrega GENERANOMINA -> NominaCheques.dat: el neto que la
      *nomina dejo para pago con cheque contra lo que trae el
      *archivo con la fecha de proceso. Sin cifras ni cheques no hubo
      *nomina ese dia y no hay entrega que probar. Con las cifras de
      *GENERANOMINA presentes la entrega se prueba ademas por cuenta
      *pagadora.
      *---
       060-ENTREGA-NOMINA SECTION.
       060-0100-TITULO.
           MOVE 'S' TO S060-TRAMO-NOMINA.
           MOVE 'TRAMO 1: GENERANOMINA (P-APL150) -> NOMINACHEQUES.DAT'
               TO R1-22-TITULO.
           WRITE R1-REPORTE-SALIDA FROM R1-22-LINEA-TRAMO AFTER 2.
       060-0200-EVALUA.
           IF T025-REPORTO(1) NOT = 'S' AND A040-NOM-CUENTA = 0 THEN
               MOVE 'SIN MOVIMIENTO' TO W060-ESTADO
               ELSE IF T025-REPORTO(1) NOT = 'S' THEN
                   MOVE 'ROTA: P-APL150 SIN CIFRAS' TO W060-ESTADO
                   ADD 1 TO A990-ENTREGAS-ROTAS
                   ELSE IF A040-NET-CUENTA = A040-NOM-CUENTA
                       AND A040-NET-IMPORTE = A040-NOM-IMPORTE THEN
                       MOVE 'CUADRA' TO W060-ESTADO
                       ADD 1 TO A990-ENTREGAS-PROBADAS
                       ELSE
                       MOVE 'ROTA: NOMINA -> ARCHIVO' TO W060-ESTADO
                       ADD 1 TO A990-ENTREGAS-ROTAS
                       END-IF.
       060-0300-ESCRIBE.
           MOVE 'NETO PAGADERO CON CHEQUE SEGUN GENERANOMINA'
               TO R1-24-DESCRIPCION.
           MOVE A040-NET-CUENTA TO R1-24-CUENTA.
           MOVE A040-NET-IMPORTE TO R1-24-IMPORTE.
           MOVE SPACES TO R1-24-ESTADO.
           WRITE R1-REPORTE-SALIDA FROM R1-24-LINEA-NOMINA AFTER 2.
           MOVE 'ESCRITO EN NOMINACHEQUES.DAT' TO R1-24-DESCRIPCION.
           MOVE A040-NOM-CUENTA TO R1-24-CUENTA.
           MOVE A040-NOM-IMPORTE TO R1-24-IMPORTE.
           MOVE W060-ESTADO TO R1-24-ESTADO.
           WRITE R1-REPORTE-SALIDA FROM R1-24-LINEA-NOMINA AFTER 1.
           ADD 5 TO R1-050-NUM-LIN.
           IF T025-REPORTO(1) = 'S' THEN
               WRITE R1-REPORTE-SALIDA FROM ' ' AFTER 1
               ADD 1 TO R1-050-NUM-LIN
               MOVE 1 TO T030-IDX
               PERFORM 061-NOMINA-CUENTA
                   UNTIL T030-IDX > T030-NUM-CUENTAS
               END-IF.
           MOVE 'N' TO S060-TRAMO-NOMINA.
       060-0400-TITULO-CUENTAS.
           MOVE 'TRAMOS 2 A 4: EMISION -> REPORTESPROG (P-CHE120) -> EXT
      -    'RACTOS Y CONCILIABANCOS (P-CHE125)' TO R1-22-TITULO.
           WRITE R1-REPORTE-SALIDA FROM R1-22-LINEA-TRAMO AFTER 3.
           WRITE R1-REPORTE-SALIDA FROM R1-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           ADD 5 TO R1-050-NUM-LIN.
       060-0990-TERMINA.
           EXIT.

      *---
      *Neto de la cuenta pagadora segun GENERANOMINA contra los
      *cheques de la cuenta en NominaCheques.dat.
      *---
       061-NOMINA-CUENTA SECTION.
       061-0100-EVALUA.
           IF T030-NO-CTA(T030-IDX) NOT = SPACES
              AND (T030-CUENTA(T030-IDX 1) NOT = 0
                OR T030-NOM-CUENTA(T030-IDX) NOT = 0) THEN
               IF T030-CUENTA(T030-IDX 1) = T030-NOM-CUENTA(T030-IDX)
                  AND T030-IMPORTE(T030-IDX 1)
                    = T030-NOM-IMPORTE(T030-IDX) THEN
                   MOVE 'CUADRA' TO W060-ESTADO
                   ADD 1 TO A990-ENTREGAS-PROBADAS
                   ELSE
                   MOVE 'ROTA: NOMINA -> ARCHIVO' TO W060-ESTADO
                   ADD 1 TO A990-ENTREGAS-ROTAS
                   END-IF
               PERFORM 061-0500-ESCRIBE
               END-IF.
           ADD 1 TO T030-IDX.
       061-0990-TERMINA.
           EXIT.

       061-0500-ESCRIBE SECTION.
       061-0510-ESCRIBE.
           IF (R1-050-NUM-LIN + 1)>R1-050-MAX-LIN THEN
               PERFORM 080-ENCABEZADOS
               END-IF.
           MOVE T030-BCO(T030-IDX) TO R1-26-BCO.
           MOVE T030-NO-CTA(T030-IDX) TO R1-26-NO-CTA.
           MOVE T030-CUENTA(T030-IDX 1) TO R1-26-NET-CUENTA.
           MOVE T030-IMPORTE(T030-IDX 1) TO R1-26-NET-IMPORTE.
           MOVE T030-NOM-CUENTA(T030-IDX) TO R1-26-NOM-CUENTA.
           MOVE T030-NOM-IMPORTE(T030-IDX) TO R1-26-NOM-IMPORTE.
           MOVE W060-ESTADO TO R1-26-ESTADO.
           WRITE R1-REPORTE-SALIDA FROM R1-26-LINEA-NOMINA-CUENTA
           AFTER 1.
           ADD 1 TO R1-050-NUM-LIN.
       061-0590-TERMINA.
           EXIT.

      *---
      *Recorre las cuentas por banco: cada cuenta prueba las
      *entregas emision -> REPORTESPROG -> CONCILIABANCOS, y al
      *cerrar el banco se prueba REPORTESPROG -> extractos.
      *---
       070-ENTREGAS-CUENTAS SECTION.
       070-0100-INICIO.
           MOVE 1 TO T030-IDX.
       070-0200-RECORRE.
           PERFORM 071-PROC-BANCO UNTIL T030-IDX > T030-NUM-CUENTAS.
       070-0990-TERMINA.
           EXIT.

       071-PROC-BANCO SECTION.
       071-0100-INICIO.
           MOVE T030-BCO(T030-IDX) TO W070-BCO.
           MOVE ZEROS TO A070-EXT-CUENTA A070-EXT-IMPORTE
                         A070-ENV-CUENTA A070-ENV-IMPORTE.
           MOVE 'N' TO S070-FIN-BANCO.
       071-0200-CUENTAS.
           PERFORM 072-PROC-CUENTA UNTIL S070-FIN-BANCO = 'S'.
       071-0300-EXTRACTOS.
           ADD 1 TO A990-BANCOS-REVISADOS.
           IF T025-REPORTO(2) NOT = 'S' AND A070-ENV-CUENTA = 0 THEN
               MOVE 'SIN MOVIMIENTO' TO W060-ESTADO
               ELSE IF T025-REPORTO(2) NOT = 'S' THEN
                   MOVE 'ROTA: P-CHE120 SIN CIFRAS' TO W060-ESTADO
                   ADD 1 TO A990-ENTREGAS-ROTAS
                   ELSE IF A070-EXT-CUENTA = A070-ENV-CUENTA
                       AND A070-EXT-IMPORTE = A070-ENV-IMPORTE THEN
                       MOVE 'CUADRA' TO W060-ESTADO
                       ADD 1 TO A990-ENTREGAS-PROBADAS
                       ELSE
                       MOVE 'ROTA: REPORTESPROG -> EXTRACT'
                           TO W060-ESTADO
                       ADD 1 TO A990-ENTREGAS-ROTAS
                       END-IF.
           MOVE W070-BCO TO R1-35-BCO.
           MOVE A070-EXT-CUENTA TO R1-35-EXT-CUENTA.
           MOVE A070-EXT-IMPORTE TO R1-35-EXT-IMPORTE.
           MOVE A070-ENV-CUENTA TO R1-35-ENV-CUENTA.
           MOVE A070-ENV-IMPORTE TO R1-35-ENV-IMPORTE.
           MOVE W060-ESTADO TO R1-35-ESTADO.
           IF (R1-050-NUM-LIN + 3)>R1-050-MAX-LIN THEN
               PERFORM 080-ENCABEZADOS
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-35-LINEA-BANCO AFTER 2.
           WRITE R1-REPORTE-SALIDA FROM ' ' AFTER 1.
           ADD 3 TO R1-050-NUM-LIN.
       071-0990-TERMINA.
           EXIT.

      *---
      *Una entrada del banco en curso: la de NO-CTA en blanco trae
      *los trailers del banco; las demas son cuentas.
      *---
       072-PROC-CUENTA SECTION.
       072-0100-CLASIFICA.
           IF T030-NO-CTA(T030-IDX) = SPACES THEN
               ADD T030-CUENTA(T030-IDX 6) TO A070-ENV-CUENTA
               ADD T030-IMPORTE(T030-IDX 6) TO A070-ENV-IMPORTE
               ELSE
               PERFORM 073-ENTREGAS-CUENTA.
       072-0200-SIGUIENTE.
           ADD 1 TO T030-IDX.
           IF T030-IDX > T030-NUM-CUENTAS THEN
               MOVE 'S' TO S070-FIN-BANCO
               ELSE IF T030-BCO(T030-IDX) NOT = W070-BCO THEN
                   MOVE 'S' TO S070-FIN-BANCO
                   END-IF.
       072-0990-TERMINA.
           EXIT.

      *---
      *Prueba las dos entregas de la cuenta: lo emitido contra lo
      *que REPORTESPROG recibio (aceptado o rechazado), y eso contra
      *lo que CONCILIABANCOS clasifico; marca la primera que rompe.
      *---
       073-ENTREGAS-CUENTA SECTION.
       073-0100-SUMA-LADOS.
           ADD 1 TO A990-CUENTAS-REVISADAS.
           MOVE T030-CUENTA(T030-IDX 2) TO W060-EMI-CUENTA.
           MOVE T030-IMPORTE(T030-IDX 2) TO W060-EMI-IMPORTE.
           COMPUTE W060-REP-CUENTA = T030-CUENTA(T030-IDX 3)
               + T030-CUENTA(T030-IDX 4).
           COMPUTE W060-REP-IMPORTE = T030-IMPORTE(T030-IDX 3)
               + T030-IMPORTE(T030-IDX 4).
           COMPUTE W060-CON-CUENTA = T030-CUENTA(T030-IDX 7)
               + T030-CUENTA(T030-IDX 8) + T030-CUENTA(T030-IDX 9)
               + T030-CUENTA(T030-IDX 10) + T030-CUENTA(T030-IDX 11).
           COMPUTE W060-CON-IMPORTE = T030-IMPORTE(T030-IDX 7)
               + T030-IMPORTE(T030-IDX 8) + T030-IMPORTE(T030-IDX 9)
               + T030-IMPORTE(T030-IDX 10) + T030-IMPORTE(T030-IDX 11).
           COMPUTE A070-EXT-CUENTA = A070-EXT-CUENTA
               + T030-CUENTA(T030-IDX 3) + T030-CUENTA(T030-IDX 5).
           COMPUTE A070-EXT-IMPORTE = A070-EXT-IMPORTE
               + T030-IMPORTE(T030-IDX 3) + T030-IMPORTE(T030-IDX 5).
           ADD W060-EMI-CUENTA TO A080-EMI-CUENTA.
           ADD W060-EMI-IMPORTE TO A080-EMI-IMPORTE.
           ADD W060-REP-CUENTA TO A080-REP-CUENTA.
           ADD W060-REP-IMPORTE TO A080-REP-IMPORTE.
           ADD W060-CON-CUENTA TO A080-CON-CUENTA.
           ADD W060-CON-IMPORTE TO A080-CON-IMPORTE.
           MOVE SPACES TO W060-ESTADO.
       073-0200-EMISION-REPORTESPROG.
           IF W060-EMI-CUENTA NOT = 0 OR W060-REP-CUENTA NOT = 0 THEN
               IF T025-REPORTO(2) NOT = 'S' THEN
                   MOVE 'ROTA: P-CHE120 SIN CIFRAS' TO W060-ESTADO
                   ADD 1 TO A990-ENTREGAS-ROTAS
                   ELSE IF W060-EMI-CUENTA = W060-REP-CUENTA
                       AND W060-EMI-IMPORTE = W060-REP-IMPORTE THEN
                       ADD 1 TO A990-ENTREGAS-PROBADAS
                       ELSE
                       MOVE 'ROTA: EMISION -> REPORTESP'
                           TO W060-ESTADO
                       ADD 1 TO A990-ENTREGAS-ROTAS
                       END-IF
               END-IF.
       073-0300-REPORTESPROG-CONCILIA.
           IF W060-REP-CUENTA NOT = 0 OR W060-CON-CUENTA NOT = 0 THEN
               IF T025-REPORTO(3) NOT = 'S' THEN
                   IF W060-ESTADO = SPACES THEN
                       MOVE 'ROTA: P-CHE125 SIN CIFRAS' TO W060-ESTADO
                       END-IF
                   ADD 1 TO A990-ENTREGAS-ROTAS
                   ELSE IF W060-REP-CUENTA = W060-CON-CUENTA
                       AND W060-REP-IMPORTE = W060-CON-IMPORTE THEN
                       ADD 1 TO A990-ENTREGAS-PROBADAS
                       ELSE
                       IF W060-ESTADO = SPACES THEN
                           MOVE 'ROTA: REPORTESP -> CONCILIA'
                               TO W060-ESTADO
                           END-IF
                       ADD 1 TO A990-ENTREGAS-ROTAS
                       END-IF
               END-IF.
           IF W060-ESTADO = SPACES THEN
               MOVE 'CUADRA' TO W060-ESTADO
               END-IF.
       073-0400-ESCRIBE.
           IF (R1-050-NUM-LIN + 3)>R1-050-MAX-LIN THEN
               PERFORM 080-ENCABEZADOS
               END-IF.
           MOVE T030-BCO(T030-IDX) TO R1-25-PRINT-BCO.
           MOVE T030-NO-CTA(T030-IDX) TO R1-25-PRINT-NO-CTA.
           MOVE W060-EMI-CUENTA TO R1-25-PRINT-CUENTA(1).
           MOVE W060-EMI-IMPORTE TO R1-25-PRINT-IMPORTE(1).
           MOVE W060-REP-CUENTA TO R1-25-PRINT-CUENTA(2).
           MOVE W060-REP-IMPORTE TO R1-25-PRINT-IMPORTE(2).
           MOVE W060-CON-CUENTA TO R1-25-PRINT-CUENTA(3).
           MOVE W060-CON-IMPORTE TO R1-25-PRINT-IMPORTE(3).
           MOVE W060-ESTADO TO R1-25-PRINT-ESTADO.
           WRITE R1-REPORTE-SALIDA FROM R1-25-LINEADETALLE AFTER 1.
       073-0500-DESGLOSE.
           MOVE 'ACEPTADOS' TO R1-27-DESCRIPCION(1).
           MOVE T030-CUENTA(T030-IDX 3) TO R1-27-CUENTA(1).
           MOVE T030-IMPORTE(T030-IDX 3) TO R1-27-IMPORTE(1).
           MOVE 'RECHAZADOS' TO R1-27-DESCRIPCION(2).
           MOVE T030-CUENTA(T030-IDX 4) TO R1-27-CUENTA(2).
           MOVE T030-IMPORTE(T030-IDX 4) TO R1-27-IMPORTE(2).
           MOVE 'SUSPENSIONES' TO R1-27-DESCRIPCION(3).
           MOVE T030-CUENTA(T030-IDX 5) TO R1-27-CUENTA(3).
           MOVE T030-IMPORTE(T030-IDX 5) TO R1-27-IMPORTE(3).
           WRITE R1-REPORTE-SALIDA FROM R1-27-LINEA-DESGLOSE AFTER 1.
           COMPUTE W060-OTR-CUENTA = T030-CUENTA(T030-IDX 8)
               + T030-CUENTA(T030-IDX 9) + T030-CUENTA(T030-IDX 11).
           COMPUTE W060-OTR-IMPORTE = T030-IMPORTE(T030-IDX 8)
               + T030-IMPORTE(T030-IDX 9) + T030-IMPORTE(T030-IDX 11).
           MOVE 'CONCILIADOS' TO R1-27-DESCRIPCION(1).
           MOVE T030-CUENTA(T030-IDX 7) TO R1-27-CUENTA(1).
           MOVE T030-IMPORTE(T030-IDX 7) TO R1-27-IMPORTE(1).
           MOVE 'EN TRANSITO' TO R1-27-DESCRIPCION(2).
           MOVE T030-CUENTA(T030-IDX 10) TO R1-27-CUENTA(2).
           MOVE T030-IMPORTE(T030-IDX 10) TO R1-27-IMPORTE(2).
           MOVE 'EXCEPCIONES' TO R1-27-DESCRIPCION(3).
           MOVE W060-OTR-CUENTA TO R1-27-CUENTA(3).
           MOVE W060-OTR-IMPORTE TO R1-27-IMPORTE(3).
           WRITE R1-REPORTE-SALIDA FROM R1-27-LINEA-DESGLOSE AFTER 1.
           ADD 3 TO R1-050-NUM-LIN.
       073-0990-TERMINA.
           EXIT.

       080-ENCABEZADOS SECTION.
       080-0100-INICIO.
           ADD 1 TO R1-050-NUM-HOJA.
           MOVE R1-050-NUM-HOJA TO R1-10-PAGNU.
       080-0200-ESCRIBE.
           WRITE R1-REPORTE-SALIDA FROM R1-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R1-REPORTE-SALIDA FROM R1-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R1-REPORTE-SALIDA FROM R1-15-ENCABEZADOS-TERCERA-LINEA
           AFTER 1.
           MOVE 4 TO R1-050-NUM-LIN.
           IF S000-ESTADOREPO = 0 AND R1-050-NUM-HOJA > 1
              AND S060-TRAMO-NOMINA NOT = 'S' THEN
               WRITE R1-REPORTE-SALIDA
               FROM R1-20-ENCABEZADOS-CUARTA-LINEA AFTER 2
               MOVE 6 TO R1-050-NUM-LIN
               END-IF.
       080-0990-TERMINA.
           EXIT.

       090-ESCRIBE-TOTALES SECTION.
       090-0100-INICIO.
           IF (R1-050-NUM-LIN + 17)>R1-050-MAX-LIN THEN
               PERFORM 080-ENCABEZADOS
               END-IF.
       090-0200-LADOS.
           MOVE SPACES TO R1-25-PRINT-BCO.
           MOVE 'TOTAL' TO R1-25-PRINT-NO-CTA.
           MOVE A080-EMI-CUENTA TO R1-25-PRINT-CUENTA(1).
           MOVE A080-EMI-IMPORTE TO R1-25-PRINT-IMPORTE(1).
           MOVE A080-REP-CUENTA TO R1-25-PRINT-CUENTA(2).
           MOVE A080-REP-IMPORTE TO R1-25-PRINT-IMPORTE(2).
           MOVE A080-CON-CUENTA TO R1-25-PRINT-CUENTA(3).
           MOVE A080-CON-IMPORTE TO R1-25-PRINT-IMPORTE(3).
           MOVE SPACES TO R1-25-PRINT-ESTADO.
           WRITE R1-REPORTE-SALIDA FROM R1-25-LINEADETALLE AFTER 2.
       090-0300-ENTREGAS.
           MOVE 'CUENTAS REVISADAS' TO R1-40-DESCRIPCION.
           MOVE A990-CUENTAS-REVISADAS TO R1-40-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-40-TOTAL-CLASE AFTER 3.
           MOVE 'BANCOS REVISADOS' TO R1-40-DESCRIPCION.
           MOVE A990-BANCOS-REVISADOS TO R1-40-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-40-TOTAL-CLASE AFTER 2.
           MOVE 'ENTREGAS QUE CUADRAN' TO R1-40-DESCRIPCION.
           MOVE A990-ENTREGAS-PROBADAS TO R1-40-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-40-TOTAL-CLASE AFTER 2.
           MOVE 'ENTREGAS ROTAS' TO R1-40-DESCRIPCION.
           MOVE A990-ENTREGAS-ROTAS TO R1-40-CUANTOS.
           WRITE R1-REPORTE-SALIDA FROM R1-40-TOTAL-CLASE AFTER 2.
           IF A990-ENTREGAS-ROTAS = 0 THEN
               MOVE 'CADENA DE CHEQUES CUADRADA' TO R1-22-TITULO
               ELSE
               MOVE 'CADENA DE CHEQUES DESCUADRADA - VER LAS ENTREGAS MA
      -        'RCADAS ROTA' TO R1-22-TITULO
               END-IF.
           WRITE R1-REPORTE-SALIDA FROM R1-22-LINEA-TRAMO AFTER 3.
           ADD 17 TO R1-050-NUM-LIN.
       090-0990-TERMINA.
           EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHCD = 0 THEN
           CLOSE ARCH-CD-CIFRAS-CADENA.
           MOVE 1 TO S000-ESTADOARCHCD.

           IF S000-ESTADOARCHCT = 0 THEN
           CLOSE ARCH-CT-CADENA-TRB.
           MOVE 1 TO S000-ESTADOARCHCT.

           IF S000-ESTADOARCHEM = 0 THEN
           CLOSE ARCH-EM-CHEQUES-EMISION.
           MOVE 1 TO S000-ESTADOARCHEM.

           IF S000-ESTADOARCHTL = 0 THEN
           CLOSE ARCH-TL-ARCHIVO-TRANSLOG.
           MOVE 1 TO S000-ESTADOARCHTL.

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
       DISPLAY W000-PROG '  CIFRAS DE LA CADENA LEIDAS             '
      -    '           ' A990-CIFRAS-LEIDAS.

       DISPLAY W000-PROG '  CIFRAS DE LA FECHA DE PROCESO          '
      -    '           ' A990-CIFRAS-DE-LA-FECHA.

       DISPLAY W000-PROG '  CIFRAS DE FECHAS POSTERIORES           '
      -    '           ' A990-CIFRAS-OTRA-FECHA.

       DISPLAY W000-PROG '  CIFRAS DE FECHAS ANTERIORES DEPURADAS  '
      -    '           ' A990-CIFRAS-DEPURADAS.

       DISPLAY W000-PROG '  CIFRAS DE PASO O CONCEPTO DESCONOCIDO  '
      -    '           ' A990-CIFRAS-DESCONOCIDAS.

       DISPLAY W000-PROG '  CORRIDAS DE PASOS DE LA FECHA          '
      -    '           ' A990-CORRIDAS-DE-PASOS.

       DISPLAY W000-PROG '  CHEQUES EMITIDOS LEIDOS                '
      -    '           ' A990-EMITIDOS-LEIDOS.

       DISPLAY W000-PROG '  CHEQUES EMITIDOS DE OTRA FECHA         '
      -    '           ' A990-EMITIDOS-OTRA-FECHA.

       DISPLAY W000-PROG '  LOTES TRANSMITIDOS LEIDOS              '
      -    '           ' A990-LOTES-LEIDOS.

       DISPLAY W000-PROG '  LOTES TRANSMITIDOS DE OTRA FECHA       '
      -    '           ' A990-LOTES-OTRA-FECHA.

       DISPLAY W000-PROG '  LOTES DE UNA CORRIDA ANTERIOR          '
      -    '           ' A990-LOTES-SUSTITUIDOS.

       DISPLAY W000-PROG '  CUENTAS REVISADAS                      '
      -    '           ' A990-CUENTAS-REVISADAS.

       DISPLAY W000-PROG '  BANCOS REVISADOS                       '
      -    '           ' A990-BANCOS-REVISADOS.

       DISPLAY W000-PROG '  ENTREGAS QUE CUADRAN                   '
      -    '           ' A990-ENTREGAS-PROBADAS.

       DISPLAY W000-PROG '  ENTREGAS ROTAS                         '
      -    '           ' A990-ENTREGAS-ROTAS.

       990-0200-ESCRIBE-MONITOR.
           MOVE 0 TO W990-TOTAL-LEIDO.
           ADD A990-CIFRAS-LEIDAS     TO W990-TOTAL-LEIDO.
           ADD A990-EMITIDOS-LEIDOS   TO W990-TOTAL-LEIDO.
           ADD A990-LOTES-LEIDOS      TO W990-TOTAL-LEIDO.

           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG              TO R9-PROGRAMA.
           MOVE W990-TOTAL-LEIDO       TO R9-LEIDOS.
           MOVE A990-ENTREGAS-PROBADAS TO R9-PROCESADOS.
           MOVE A990-ENTREGAS-ROTAS    TO R9-RECHAZADOS.
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
