                                           ACCESS MODE IS SEQUENTIAL
                                           RECORD KEY IS CB-LLAVE.

      *---
      *Catalogo de cuentas contables de la nomina por planta,
      *departamento y concepto, para armar la poliza del periodo.
      *---
           SELECT ARCH-CC-CATALOGO-CUENTAS ASSIGN TO
           W000-UT-S-DIR-CTACONT
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS RANDOM
                                           RECORD KEY IS CC-LLAVE.

      *---
      *Talonario de cheques de cada cuenta pagadora (MANTTALONARIOS,
      *P-CHE111): de aqui sale el folio de cada cheque.
      *---
           SELECT ARCH-TA-TALONARIOS ASSIGN TO
           W000-UT-S-DIR-TALONARIOS
                                           ORGANIZATION IS INDEXED
                                           ACCESS MODE IS RANDOM
                                           RECORD KEY IS TA-LLAVE.

           SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN TO
           W000-UT-S-DIR-FECHAPROC
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Deducciones fijas por trabajador (prestamos, pension
      *alimenticia, cuotas); la corrida les baja el saldo y las
      *reescribe al final limpio.
      *---
           SELECT OPTIONAL ARCH-DF-ARCHIVO-DEDUCCIONES ASSIGN TO
           W000-UT-S-DIR-DEDUCCIONES
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-TI-TABLA-ISR ASSIGN TO
           W000-UT-S-DIR-TABLA-ISR
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Datos de pago por trabajador en orden de NO-TRAB: forma de
      *pago, banco y CLABE. Quien no aparece se paga con cheque.
      *---
           SELECT OPTIONAL ARCH-DP-DATOS-PAGO ASSIGN TO
           W000-UT-S-DIR-DATOS-PAGO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Incidencias del periodo ya validadas por VALIDAINCIDENCIAS
      *(P-APL165), en orden de NO-TRAB. Sin el archivo no hay
      *descuentos por faltas ni tiempo extra.
      *---
           SELECT OPTIONAL ARCH-IN-INCIDENCIAS ASSIGN TO
           W000-UT-S-DIR-INCIDENCIAS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *----
      *    SALIDA
      *----
           SELECT REPO-R1-NOMINA ASSIGN TO
           W000-UT-S-DIR-NOMINA.

      *---
      *Acumulado anual de lo pagado por trabajador y concepto, con
      *los doce meses y el total del anio; cada corrida le suma lo
      *que pago y lo reescribe al final limpio de la corrida.
      *---
           SELECT OPTIONAL ARCH-AN-ARCHIVO-ACUMULADO ASSIGN TO
           W000-UT-S-DIR-ACUMULADO
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

           SELECT ARCH-CM-ARCHIVO-MONITOR ASSIGN TO
           W000-UT-S-DIR-MONITOR.

           SELECT REPO-R2-SALDOS ASSIGN TO
           W000-UT-S-DIR-SALDOS.

           SELECT REPO-R3-RETENCION ASSIGN TO
           W000-UT-S-DIR-RETENCION.

           SELECT ARCH-DS-DISPERSION ASSIGN TO
           W000-UT-S-DIR-DISPERSION
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT REPO-R4-DISPERSION ASSIGN TO
           W000-UT-S-DIR-REP-DISP.

      *---
      *Poliza contable de la nomina para el mayor, en el formato de
      *PolizaContable.dat: gasto por PTA/DPTO, pasivo por concepto
      *de deduccion y abono a la cuenta pagadora.
      *---
           SELECT ARCH-PZ-ARCHIVO-POLIZA ASSIGN TO
           W000-UT-S-DIR-POLIZA
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *----
      *    TRABAJO
      *----
           SELECT ARCH-SW-ORDENA ASSIGN TO
           W000-UT-S-DIR-ORDENA.

      *---
      *Lo pagado en esta corrida, una linea por trabajador y
      *concepto, que al final se suma al acumulado anual.
      *---
           SELECT ARCH-MA-MOV-ACUMULADO ASSIGN TO
           W000-UT-S-DIR-MOV-ACUM
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Archivo de trabajo del acumulado nuevo; solo se instala sobre
      *AcumuladoNomina.dat cuando quedo completo.
      *---
           SELECT ARCH-AT-ACUMULADO-TRB ASSIGN TO
           W000-UT-S-DIR-ACUM-TRB
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-SA-ORDENA-ACUM ASSIGN TO
           W000-UT-S-DIR-ORDENA-ACUM.

           SELECT ARCH-DW-TRANSF-TRB ASSIGN TO
           W000-UT-S-DIR-TRANSF-TRB
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-SD-ORDENA-DISP ASSIGN TO
           W000-UT-S-DIR-ORDENA-DISP.

           SELECT ARCH-DT-DEDUCCIONES-TRB ASSIGN TO
           W000-UT-S-DIR-DEDUC-TRB
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Lineas de la poliza en armado; solo se instalan sobre
      *PolizaNomina.dat cuando cargos y abonos cuadran.
      *---
           SELECT ARCH-PW-POLIZA-TRB ASSIGN TO
           W000-UT-S-DIR-POLIZA-TRB
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Lineas del registro de nomina y del resumen de retenciones en
      *armado; se imprimen al terminar el pago, para que una corrida
      *reanudada las continue sin repetir ninguna.
      *---
           SELECT ARCH-RW-REGISTRO-TRB ASSIGN TO
           W000-UT-S-DIR-REGISTRO-TRB
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Puntos de control de la corrida. Se escriben alternando entre
      *PuntoControlNom1.dat y PuntoControlNom2.dat, asi siempre queda
      *uno completo aunque el programa termine al escribir el otro.
      *---
           SELECT OPTIONAL ARCH-PC-PUNTO-CONTROL ASSIGN TO
           W120-DIR-PUNTO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Recorte de una salida a los registros que tenia en el punto
      *de control, al reanudar una corrida.
      *---
           SELECT OPTIONAL ARCH-RC-RECORTE ASSIGN TO
           W120-DIR-RECORTE
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-RT-RECORTE-TRB ASSIGN TO
           W000-UT-S-DIR-RECORTE-TRB
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Cifras de la cadena de cheques: el neto de la nomina pagadero
      *con cheque, para que CUADRECADENA (P-CHE129) lo coteje contra
      *lo escrito en NominaCheques.dat.
      *---
           SELECT OPTIONAL ARCH-CD-CIFRAS-CADENA ASSIGN TO
           W000-UT-S-DIR-CADENA
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---
      *---
      *Conceptos del periodo: tipo 'P' (percepcion) o 'D'
      *(deduccion) y por ciento que se aplica sobre AI-SALBASE.
      *Clase 'E' marca una percepcion exenta de ISR; clase 'I' es
      *la retencion de tasa fija, que solo se aplica cuando no hay
      *tarifa de ISR vigente para el anio.
      *---
       FD  ARCH-CN-ARCHIVO-CONCEPTOS
           LABEL RECORD STANDARD.
           05 CN-PORCENTAJE              PIC X(5).
           05 CN-PORCENTAJE-N REDEFINES CN-PORCENTAJE
                                         PIC 9(3)V99.
           05 CN-CLASE                   PIC X.

      *---
      *Parametro de la corrida. Las primeras 12 posiciones eran el
      *folio inicial del periodo; el folio ahora lo da el talonario
      *de cada cuenta y esas posiciones ya no se leen. Despues del
      *neto minimo va cada cuantos trabajadores se escribe el punto
      *de control y luego el factor con que se paga la hora extra.
      *---
       FD  ARCH-PN-ARCHIVO-PARAM
           LABEL RECORD STANDARD.

       01 PN-PARAMETRO.
           05 FILLER                     PIC X(12).
           05 PN-NETO-MINIMO             PIC X(9).
           05 PN-NETO-MINIMO-N REDEFINES PN-NETO-MINIMO
                                         PIC 9(7)V99.
           05 PN-INTERVALO-PUNTO         PIC X(5).
           05 PN-INTERVALO-PUNTO-N REDEFINES PN-INTERVALO-PUNTO
                                         PIC 9(5).
           05 PN-FACTOR-EXTRA            PIC X(3).
           05 PN-FACTOR-EXTRA-N REDEFINES PN-FACTOR-EXTRA
                                         PIC 9V99.

      *---
      *Catalogo de cuentas bancarias propias (MANTCUENTAS,
           05 CB-PTA                     PIC XXX.
           05 CB-ESTADO                  PIC X.

      *---
      *Cuenta contable por PTA/DPTO y concepto. El concepto es la
      *descripcion del concepto de nomina o de la deduccion fija,
      *'SUELDO BASE', 'TIEMPO EXTRA', 'ISR RETENIDO', 'SUBSIDIO AL
      *EMPLEO', y para el abono a bancos 'PAGO CON CHEQUE' o 'PAGO
      *POR TRANSFER'.
      *Un DPTO en blanco vale para toda la planta y una PTA en
      *blanco para toda la compania.
      *---
       FD  ARCH-CC-CATALOGO-CUENTAS
           LABEL RECORD STANDARD.

       01 CC-CUENTA-CONTABLE.
           05 CC-LLAVE.
               10 CC-PTA                 PIC XXX.
               10 CC-DPTO                PIC X(6).
               10 CC-CONCEPTO            PIC X(20).
           05 CC-CUENTA                  PIC X(10).

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

      *---
      *Fecha de negocio del ciclo, fijada por operaciones; sin el
      *archivo se usa la fecha del sistema como siempre.
       01  FP-REGISTRO.
           05 FP-FECHA                    PIC X(8).

      *---
      *Una deduccion fija por registro, en orden de NO-TRAB. Tipo de
      *calculo 'I' importe fijo por periodo o 'P' por ciento del
      *salario base. Saldo original en cero es deduccion sin saldo
      *(cuotas, pension) que se cobra mientras este activa. Estado
      *'A' activa, 'S' suspendida, 'T' terminada (saldo cubierto).
      *Saldo anterior y fecha de la ultima aplicacion permiten
      *repetir la corrida del mismo dia sin descontar dos veces.
      *---
       FD  ARCH-DF-ARCHIVO-DEDUCCIONES
           LABEL RECORD STANDARD.

       01 DF-DEDUCCION.
           05 DF-NO-TRAB                 PIC X(6).
           05 DF-CONCEPTO                PIC X(20).
           05 DF-TIPO-CALCULO            PIC X.
           05 DF-IMPORTE                 PIC 9(7)V99.
           05 DF-PORCENTAJE              PIC 9(3)V99.
           05 DF-SALDO-ORIGINAL          PIC 9(9)V99.
           05 DF-SALDO                   PIC 9(9)V99.
           05 DF-SALDO-ANTERIOR          PIC 9(9)V99.
           05 DF-FECHA-ULTIMA            PIC 9(8).
           05 DF-ESTADO                  PIC X.

      *---
      *Tarifa de ISR y tabla del subsidio para el empleo del
      *periodo, por anio de vigencia. Tipo 'I' renglon de tarifa
      *(limite inferior, cuota fija, por ciento sobre el excedente);
      *tipo 'S' renglon de subsidio (limites y cuota de subsidio en
      *TI-CUOTA-FIJA). Rige el anio mayor que no pase del de la
      *corrida; dentro del anio los renglones van de menor a mayor.
      *---
       FD  ARCH-TI-TABLA-ISR
           LABEL RECORD STANDARD.

       01 TI-RENGLON.
           05 TI-TIPO                    PIC X.
           05 TI-ANIO                    PIC 9(4).
           05 TI-LIM-INFERIOR            PIC 9(7)V99.
           05 TI-LIM-SUPERIOR            PIC 9(7)V99.
           05 TI-CUOTA-FIJA              PIC 9(7)V99.
           05 TI-PORCENTAJE              PIC 9(3)V99.

      *---
      *Forma de pago 'C' cheque o 'T' transferencia; la
      *transferencia exige banco y CLABE de 18 digitos.
      *---
       FD  ARCH-DP-DATOS-PAGO
           LABEL RECORD STANDARD.

       01 DP-DATOS-PAGO.
           05 DP-NO-TRAB                 PIC X(6).
           05 DP-FORMA-PAGO              PIC X.
           05 DP-BANCO                   PIC XXX.
           05 DP-CLABE                   PIC X(18).

      *---
      *Una incidencia por registro: tipo 'F' falta, 'P' permiso sin
      *goce, 'I' dia de incapacidad, 'E' horas extra; el periodo
      *AAAAMM dice a que nomina corresponde.
      *---
       FD  ARCH-IN-INCIDENCIAS
           LABEL RECORD STANDARD.

       01 IN-INCIDENCIA.
           05 IN-NO-TRAB                 PIC X(6).
           05 IN-FECHA                   PIC X(6).
           05 IN-TIPO                    PIC X.
           05 IN-HORAS                   PIC X(4).
           05 IN-HORAS-N REDEFINES IN-HORAS
                                         PIC 9(2)V99.
           05 IN-PERIODO                 PIC X(6).
           05 IN-PERIODO-N REDEFINES IN-PERIODO
                                         PIC 9(6).

      *---
      *Archivo de dispersion para el banco: por cada cuenta
      *pagadora un encabezado, el detalle de abonos y un sumario.
      *---
       FD  ARCH-DS-DISPERSION
           LABEL RECORD STANDARD.

       01 DS-ENCABEZADO.
           05 DS-E-TIPO                  PIC X.
           05 DS-E-BCO                   PIC XXX.
           05 DS-E-NO-CTA                PIC X(8).
           05 DS-E-FECHA                 PIC 9(8).
           05 FILLER                     PIC X(80).

       01 DS-DETALLE.
           05 DS-D-TIPO                  PIC X.
           05 DS-D-NO-TRAB               PIC X(6).
           05 DS-D-NOMBRE                PIC X(30).
           05 DS-D-BANCO                 PIC XXX.
           05 DS-D-CLABE                 PIC X(18).
           05 DS-D-IMPORTE               PIC 9(12)V99.
           05 DS-D-FECHA                 PIC 9(8).
           05 FILLER                     PIC X(20).

       01 DS-SUMARIO.
           05 DS-T-TIPO                  PIC X.
           05 DS-T-BCO                   PIC XXX.
           05 DS-T-NO-CTA                PIC X(8).
           05 DS-T-NUM-ABONOS            PIC 9(6).
           05 DS-T-IMPORTE-TOTAL         PIC 9(14)V99.
           05 FILLER                     PIC X(66).

       FD  ARCH-DW-TRANSF-TRB
           LABEL RECORD STANDARD.

       01 DW-TRANSFERENCIA.
           05 DW-BCO                     PIC XXX.
           05 DW-NO-CTA                  PIC X(8).
           05 DW-NO-TRAB                 PIC X(6).
           05 DW-NOMBRE                  PIC X(30).
           05 DW-BANCO                   PIC XXX.
           05 DW-CLABE                   PIC X(18).
           05 DW-IMPORTE                 PIC 9(12)V99.

       SD  ARCH-SD-ORDENA-DISP.

       01 SD-TRANSFERENCIA.
           05 SD-BCO                     PIC XXX.
           05 SD-NO-CTA                  PIC X(8).
           05 SD-NO-TRAB                 PIC X(6).
           05 SD-NOMBRE                  PIC X(30).
           05 SD-BANCO                   PIC XXX.
           05 SD-CLABE                   PIC X(18).
           05 SD-IMPORTE                 PIC 9(12)V99.

      *---
      *Registro 'D' detalle y 'T' total como en PolizaContable.dat;
      *la referencia dice el concepto o la cuenta bancaria.
      *---
       FD  ARCH-PZ-ARCHIVO-POLIZA
           LABEL RECORD STANDARD.

       01 PZ-REGISTRO.
           05 PZ-TIPO                    PIC X.
           05 PZ-DATOS                   PIC X(33).
           05 PZ-DATOS-DETALLE REDEFINES PZ-DATOS.
               10 PZ-PTA                 PIC XXX.
               10 PZ-DPTO                PIC X(6).
               10 PZ-CUENTA              PIC X(10).
               10 PZ-NATURALEZA          PIC X.
               10 PZ-IMPORTE             PIC 9(11)V99.
           05 PZ-DATOS-TOTAL REDEFINES PZ-DATOS.
               10 PZ-T-CARGOS            PIC 9(11)V99.
               10 PZ-T-ABONOS            PIC 9(11)V99.
               10 FILLER                 PIC X(7).
           05 PZ-REFERENCIA              PIC X(20).

       FD  ARCH-PW-POLIZA-TRB
           LABEL RECORD STANDARD.

       01 PW-REGISTRO.
           05 PW-TIPO                    PIC X.
           05 PW-PTA                     PIC XXX.
           05 PW-DPTO                    PIC X(6).
           05 PW-CUENTA                  PIC X(10).
           05 PW-NATURALEZA              PIC X.
           05 PW-IMPORTE                 PIC 9(11)V99.
           05 PW-REFERENCIA              PIC X(20).

      *---
      *Reporte '1' registro de nomina o '3' resumen de retenciones,
      *renglones que avanza antes de imprimirse y la linea.
      *---
       FD  ARCH-RW-REGISTRO-TRB
           LABEL RECORD STANDARD.

       01 RW-LINEA.
           05 RW-REPORTE                 PIC X.
           05 RW-AVANCE                  PIC 9.
           05 RW-IMAGEN                  PIC X(120).

      *---
      *Punto de control: 'C' control de la corrida (W120-PUNTO-
      *CONTROL), 'P' concepto de la poliza en curso, 'D' deduccion
      *fija con su posicion en la tabla, 'T' siguiente folio del
      *talonario de una cuenta, 'N' neto pagado con cheque de una
      *cuenta pagadora y 'F' fin, que confirma que el punto
      *quedo completo.
      *---
       FD  ARCH-PC-PUNTO-CONTROL
           LABEL RECORD STANDARD.

       01 PC-CONTROL.
           05 PC-TIPO                    PIC X.
           05 PC-C-DATOS                 PIC X(913).

       01 PC-POLIZA.
           05 PC-P-TIPO                  PIC X.
           05 PC-P-ENTRADA               PIC X(47).

       01 PC-DEDUCCION.
           05 PC-D-TIPO                  PIC X.
           05 PC-D-IDX                   PIC 9(4).
           05 PC-D-ENTRADA               PIC X(124).

       01 PC-TALONARIO.
           05 PC-T-TIPO                  PIC X.
           05 PC-T-BCO                   PIC XXX.
           05 PC-T-NO-CTA                PIC X(8).
           05 PC-T-SIGUIENTE             PIC 9(12).

       01 PC-NETO-CUENTA.
           05 PC-N-TIPO                  PIC X.
           05 PC-N-ENTRADA               PIC X(33).

       01 PC-FIN.
           05 PC-F-TIPO                  PIC X.
           05 PC-F-SECUENCIA             PIC 9(6).

       FD  ARCH-RC-RECORTE
           LABEL RECORD STANDARD.

       01 RC-REGISTRO                    PIC X(200).

       FD  ARCH-RT-RECORTE-TRB
           LABEL RECORD STANDARD.

       01 RT-REGISTRO                    PIC X(200).

       FD  ARCH-DT-DEDUCCIONES-TRB
           LABEL RECORD STANDARD.

       01 DT-DEDUCCION.
           05 DT-NO-TRAB                 PIC X(6).
           05 DT-CONCEPTO                PIC X(20).
           05 DT-TIPO-CALCULO            PIC X.
           05 DT-IMPORTE                 PIC 9(7)V99.
           05 DT-PORCENTAJE              PIC 9(3)V99.
           05 DT-SALDO-ORIGINAL          PIC 9(9)V99.
           05 DT-SALDO                   PIC 9(9)V99.
           05 DT-SALDO-ANTERIOR          PIC 9(9)V99.
           05 DT-FECHA-ULTIMA            PIC 9(8).
           05 DT-ESTADO                  PIC X.

      *---
      *Cheques de pago del periodo, en el mismo formato de
      *ReporteEntrada.dat para que fluyan a la cadena de reporteo,

       01  R1-NOMINA                     PIC X(120).

       FD  REPO-R2-SALDOS
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD STANDARD.

       01  R2-SALDOS                     PIC X(120).

       FD  REPO-R3-RETENCION
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD STANDARD.

       01  R3-RETENCION                  PIC X(120).

       FD  REPO-R4-DISPERSION
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD STANDARD.

       01  R4-DISPERSION                 PIC X(120).

      *---
      *Un registro por anio, trabajador, tipo y concepto: tipo 'P'
      *percepcion (el sueldo base incluido), 'D' deduccion, 'B'
      *percepcion bruta y 'N' neto pagado. El registro de control
      *(anio cero, tipo 'C') guarda en IMPORTE-ANIO la fecha de la
      *ultima corrida acumulada.
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

       FD  ARCH-MA-MOV-ACUMULADO
           LABEL RECORD STANDARD.

       01 MA-ACUMULADO.
           05 MA-LLAVE.
               10 MA-ANIO                PIC 9(4).
               10 MA-NO-TRAB             PIC X(6).
               10 MA-TIPO                PIC X.
               10 MA-CONCEPTO            PIC X(20).
           05 MA-IMPORTES.
               10 MA-IMPORTE-MES OCCURS 12
                                         PIC S9(9)V99.
               10 MA-IMPORTE-ANIO        PIC S9(11)V99.

       FD  ARCH-AT-ACUMULADO-TRB
           LABEL RECORD STANDARD.

       01 AT-ACUMULADO.
           05 AT-LLAVE.
               10 AT-ANIO                PIC 9(4).
               10 AT-NO-TRAB             PIC X(6).
               10 AT-TIPO                PIC X.
               10 AT-CONCEPTO            PIC X(20).
           05 AT-IMPORTES.
               10 AT-IMPORTE-MES OCCURS 12
                                         PIC S9(9)V99.
               10 AT-IMPORTE-ANIO        PIC S9(11)V99.

       FD  ARCH-CM-ARCHIVO-MONITOR
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD STANDARD.
           05 FILLER                      PIC X           VALUE ','.
           05 R9-RETURN-CODE              PIC -ZZ9.

      *---
      *Un registro 'INI' por corrida y el neto pagadero con cheque de
      *toda la compania ('NET', sin banco ni cuenta).
      *---
       FD  ARCH-CD-CIFRAS-CADENA
           LABEL RECORD STANDARD.
       01  CD-CIFRA-CADENA.
           05 CD-PROGRAMA                 PIC X(8).
           05 CD-CONCEPTO                 PIC XXX.
           05 CD-FECHA                    PIC 9(8).
           05 CD-BCO                      PIC XXX.
           05 CD-NO-CTA                   PIC X(8).
           05 CD-CUENTA                   PIC 9(7).
           05 CD-IMPORTE                  PIC S9(14)V99.

      *---
      *El maestro viene en orden NO-TRAB; para el registro de nomina
      *y los cheques se reordena por GPO/EMP/PTA/DPTO/NO-TRAB.
           05 SW-DPTO                    PIC X(6).
           05 SW-NOMBRE                  PIC X(30).
           05 SW-SALBASE                 PIC S9(7)V99.
           05 SW-FORMA-PAGO              PIC X.
           05 SW-BANCO                   PIC XXX.
           05 SW-CLABE                   PIC X(18).

      *---
      *Acumulado anterior y movimientos de la corrida juntos, en
      *orden de llave, para sumar cada llave en un solo registro.
      *---
       SD  ARCH-SA-ORDENA-ACUM.
       01 SA-ACUMULADO.
           05 SA-LLAVE.
               10 SA-ANIO                PIC 9(4).
               10 SA-NO-TRAB             PIC X(6).
               10 SA-TIPO                PIC X.
               10 SA-CONCEPTO            PIC X(20).
           05 SA-IMPORTES.
               10 SA-IMPORTE-MES OCCURS 12
                                         PIC S9(9)V99.
               10 SA-IMPORTE-ANIO        PIC S9(11)V99.

       WORKING-STORAGE SECTION.
      *---
           05  S003-FINARCHFECHAPROC      PIC 9.
           05  S000-ESTADOARCHFECHAPROC   PIC X.
           05  S015-CTA-HALLADA           PIC X.
           05  S000-ESTADOARCHMOV         PIC X.
           05  S000-ESTADOARCHACU         PIC X.
           05  S000-ESTADOARCHACT         PIC X.
           05  S085-FINARCHACU            PIC 9.
           05  S085-FINARCHACT            PIC 9.
           05  S085-FINARCHSA             PIC 9.
           05  S085-ACUM-REPETIDO         PIC X.
           05  S016-FINARCHDED            PIC 9.
           05  S000-ESTADOARCHDED         PIC X.
           05  S000-ESTADOARCHDTR         PIC X.
           05  S000-ESTADOREPO2           PIC X.
           05  S096-FINARCHDTR            PIC 9.
           05  S056-DED-HALLADA           PIC X.
           05  S018-FINARCHTAR            PIC 9.
           05  S000-ESTADOARCHTAR         PIC X.
           05  S000-ESTADOREPO3           PIC X.
           05  S018-TARIFA-VIGENTE        PIC X.
           05  S023-FINARCHPAG            PIC 9.
           05  S000-ESTADOARCHPAG         PIC X.
           05  S000-ESTADOARCHDW          PIC X.
           05  S000-ESTADOARCHDS          PIC X.
           05  S000-ESTADOREPO4           PIC X.
           05  S102-FINARCHSD             PIC 9.
           05  S000-ESTADOARCHTAL         PIC X.
           05  S000-ESTADOARCHFOL         PIC X.
           05  S000-ESTADOARCHCC          PIC X.
           05  S000-ESTADOARCHPW          PIC X.
           05  S000-ESTADOARCHPZ          PIC X.
           05  S110-FINARCHPW             PIC 9.
           05  S069-CONCEPTO-HALLADO      PIC X.
           05  S073-CUENTA-HALLADA        PIC X.
           05  S000-ESTADOARCHRW          PIC X.
           05  S078-FINARCHRW             PIC 9.
           05  S000-ESTADOARCHPC          PIC X.
           05  S121-FINARCHPC             PIC 9.
           05  S121-PUNTO-COMPLETO        PIC X.
           05  S000-ESTADOARCHRC          PIC X.
           05  S000-ESTADOARCHRT          PIC X.
           05  S123-FINARCHRC             PIC 9.
           05  S120-REINICIO              PIC X.
           05  S120-SIGUE-NIVELES         PIC X.
           05  S130-TALONARIO-HALLADO     PIC X.
           05  S133-FINARCHFOL            PIC 9.
           05  S006-FINARCHINC            PIC 9.
           05  S000-ESTADOARCHINC         PIC X.
           05  S054-INC-HALLADA           PIC X.
           05  S000-ESTADOARCHCAD         PIC X.

      *---
      *   Constantes
                                      VALUE 'CifrasControl.txt'.
           05  W000-UT-S-DIR-ORDENA       PIC X(20)
                                      VALUE 'OrdenaNomina.tmp'.
           05  W000-UT-S-DIR-ACUMULADO    PIC X(20)
                                      VALUE 'AcumuladoNomina.dat'.
           05  W000-UT-S-DIR-MOV-ACUM     PIC X(20)
                                      VALUE 'MovAcumNomina.tmp'.
           05  W000-UT-S-DIR-ACUM-TRB     PIC X(20)
                                      VALUE 'AcumuladoNomina.tmp'.
           05  W000-UT-S-DIR-ORDENA-ACUM  PIC X(20)
                                      VALUE 'OrdenaAcumula.tmp'.
           05  W000-UT-S-DIR-DEDUCCIONES  PIC X(20)
                                      VALUE 'DeduccionesFijas.dat'.
           05  W000-UT-S-DIR-DEDUC-TRB    PIC X(20)
                                      VALUE 'DeduccionesFijas.tmp'.
           05  W000-UT-S-DIR-SALDOS       PIC X(20)
                                      VALUE 'ReporteSaldosDed.txt'.
           05  W000-UT-S-DIR-TABLA-ISR    PIC X(20)
                                      VALUE 'TablaISR.dat'.
           05  W000-UT-S-DIR-RETENCION    PIC X(20)
                                      VALUE 'ReporteRetencion.txt'.
           05  W000-UT-S-DIR-DATOS-PAGO   PIC X(20)
                                      VALUE 'DatosPagoTrab.dat'.
           05  W000-UT-S-DIR-DISPERSION   PIC X(20)
                                      VALUE 'DispersionNomina.dat'.
           05  W000-UT-S-DIR-REP-DISP     PIC X(20)
                                      VALUE 'ReporteDispers.txt'.
           05  W000-UT-S-DIR-TRANSF-TRB   PIC X(20)
                                      VALUE 'Transferencias.tmp'.
           05  W000-UT-S-DIR-ORDENA-DISP  PIC X(20)
                                      VALUE 'OrdenaDispersion.tmp'.
           05  W000-UT-S-DIR-TALONARIOS   PIC X(20)
                                      VALUE 'Talonarios.dat'.
           05  W000-UT-S-DIR-FOLIOS       PIC X(20)
                                      VALUE 'FoliosCheque.dat'.
           05  W000-UT-S-DIR-CTACONT      PIC X(20)
                                      VALUE 'CatCuentasNomina.dat'.
           05  W000-UT-S-DIR-POLIZA       PIC X(20)
                                      VALUE 'PolizaNomina.dat'.
           05  W000-UT-S-DIR-POLIZA-TRB   PIC X(20)
                                      VALUE 'PolizaNomina.tmp'.
           05  W000-UT-S-DIR-REGISTRO-TRB PIC X(20)
                                      VALUE 'RegistroNomina.tmp'.
           05  W000-UT-S-DIR-PUNTO-1      PIC X(20)
                                      VALUE 'PuntoControlNom1.dat'.
           05  W000-UT-S-DIR-PUNTO-2      PIC X(20)
                                      VALUE 'PuntoControlNom2.dat'.
           05  W000-UT-S-DIR-RECORTE-TRB  PIC X(20)
                                      VALUE 'RecorteNomina.tmp'.
           05  W000-UT-S-DIR-INCIDENCIAS  PIC X(20)
                                      VALUE 'IncidenciasNom.dat'.
           05  W000-UT-S-DIR-CADENA       PIC X(20)
                                      VALUE 'CifrasCadena.dat'.
      *---
      *Mes comercial de 30 dias y jornada de 8 horas para el
      *salario diario y el de la hora extra.
      *---
           05  W000-DIAS-MES              PIC 99
                                      VALUE 30.
           05  W000-HORAS-JORNADA         PIC 99
                                      VALUE 8.

      *---
      *   Fecha de la corrida (AAAAMMDD) para la fecha del cheque
      *---
       01  W000-FECHA-CORRIDA             PIC 9(8).
       01  W000-FECHA-CORRIDA-R REDEFINES W000-FECHA-CORRIDA.
           05  W000-ANIO-CORRIDA          PIC 9(4).
           05  W000-MES-CORRIDA           PIC 9(2).
           05  W000-DIA-CORRIDA           PIC 9(2).

      *---
      *Folio tomado del talonario de la cuenta pagadora para el
      *cheque en curso y su cuenta, y rango del talonario donde
      *esta.
      *---
       01  W005-FOLIO                     PIC 9(12).

       01  W005-FOLIO-CTA.
           05  W005-FOLIO-BCO             PIC XXX.
           05  W005-FOLIO-NO-CTA          PIC X(8).

       01  W061-RANGOS.
           05  W061-IDX                   PIC S9(4) COMP.
           05  W061-IDX-RANGO             PIC S9(4) COMP.
           05  W061-RANGO-BUSCADO         PIC X.
               88  W061-RANGO-HALLADO                 VALUE 'S'.
               88  W061-RANGO-NO-HALLADO              VALUE 'N'.

      *---
      *Neto minimo protegido: las deducciones fijas nunca dejan el
      *neto del trabajador por debajo de este importe.
      *---
       01  W005-NETO-MINIMO               PIC 9(7)V99.

      *---
      *Veces el salario de la hora con que se paga la hora extra
      *---
       01  W005-FACTOR-EXTRA              PIC 9V99.

      *---
      *Periodo de la corrida (AAAAMM) al que deben pertenecer las
      *incidencias
      *---
       01  W006-PERIODO                   PIC 9(6).

      *---
      *Conceptos cargados al iniciar
      *---
               10 T010-TIPO               PIC X.
               10 T010-DESCRIPCION        PIC X(20).
               10 T010-PORCENTAJE         PIC 9(3)V99.
               10 T010-IMPORTE            PIC S9(7)V99.
               10 T010-CLASE              PIC X.

       01 T010-IDX                     PIC S9(4) COMP.

      *---
      *Cuentas bancarias activas por planta, cargadas del catalogo
      *al iniciar, con el siguiente folio de su talonario.
      *---
       01 T015-TABLA-CUENTAS.
           05 T015-NUM-CUENTAS         PIC S9(4) COMP VALUE ZERO.
                   15 T015-PTA            PIC XXX.
               10 T015-BCO                PIC XXX.
               10 T015-NO-CTA             PIC X(8).
               10 T015-TALONARIO          PIC X.
               10 T015-SIGUIENTE          PIC 9(12).

       01 T015-IDX                     PIC S9(4) COMP.

       01 T015-IDX-HALLADO             PIC S9(4) COMP.

      *---
      *Deducciones fijas cargadas al iniciar, en orden de NO-TRAB;
      *lo programado y lo aplicado en la corrida quedan en la tabla
      *para el reporte de saldos.
      *---
       01 T020-TABLA-DEDUCCIONES.
           05 T020-NUM-DEDUCCIONES     PIC S9(4) COMP VALUE ZERO.
           05 T020-ENTRADA OCCURS 2000 TIMES.
               10 T020-NO-TRAB            PIC X(6).
               10 T020-CONCEPTO           PIC X(20).
               10 T020-TIPO-CALCULO       PIC X.
               10 T020-IMPORTE            PIC 9(7)V99.
               10 T020-PORCENTAJE         PIC 9(3)V99.
               10 T020-SALDO-ORIGINAL     PIC 9(9)V99.
               10 T020-SALDO              PIC 9(9)V99.
               10 T020-SALDO-ANTERIOR     PIC 9(9)V99.
               10 T020-FECHA-ULTIMA       PIC 9(8).
               10 T020-ESTADO             PIC X.
               10 T020-SALDO-INICIAL      PIC 9(9)V99.
               10 T020-PROGRAMADO         PIC 9(7)V99.
               10 T020-APLICADO           PIC 9(7)V99.
               10 T020-MARCA              PIC X(12).

       01 T020-IDX                     PIC S9(4) COMP.

       01 T020-IDX-INICIO              PIC S9(4) COMP.

       01 W016-NO-TRAB-ANT                PIC X(6).

      *---
      *Incidencias del periodo sumadas por trabajador, en orden de
      *NO-TRAB.
      *---
       01 T035-TABLA-INCIDENCIAS.
           05 T035-NUM-TRABAJADORES    PIC S9(4) COMP VALUE ZERO.
           05 T035-ENTRADA OCCURS 2000 TIMES.
               10 T035-NO-TRAB            PIC X(6).
               10 T035-DIAS-FALTA         PIC 9(2).
               10 T035-DIAS-PERMISO       PIC 9(2).
               10 T035-DIAS-INCAPACIDAD   PIC 9(2).
               10 T035-HORAS-EXTRA        PIC 9(3)V99.

       01 T035-IDX                     PIC S9(4) COMP.

       01 W006-NO-TRAB-ANT                PIC X(6).

       01 W023-NO-TRAB-ANT                PIC X(6).

      *---
      *Importes de la poliza por concepto: percepciones ('P') del
      *departamento en curso y deducciones ('D') de la planta en
      *curso, tomados de los movimientos del acumulado.
      *---
       01 T030-TABLA-POLIZA.
           05 T030-NUM-CONCEPTOS       PIC S9(4) COMP VALUE ZERO.
           05 T030-ENTRADA OCCURS 60 TIMES.
               10 T030-TIPO               PIC X.
               10 T030-CONCEPTO           PIC X(20).
               10 T030-IMPORTE-DPTO       PIC S9(11)V99.
               10 T030-IMPORTE-PTA        PIC S9(11)V99.

       01 T030-IDX                     PIC S9(4) COMP.

       01 T030-IDX-HALLADO             PIC S9(4) COMP.

      *---
      *Linea de poliza en armado y cuenta contable que le toca
      *---
       01 W074-LINEA-POLIZA.
           05 W074-PTA                    PIC XXX.
           05 W074-DPTO                   PIC X(6).
           05 W074-CONCEPTO               PIC X(20).
           05 W074-NATURALEZA             PIC X.
           05 W074-IMPORTE                PIC S9(11)V99.
           05 W074-REFERENCIA             PIC X(20).
           05 W074-REF-BANCO REDEFINES W074-REFERENCIA.
               10 W074-REF-BCO            PIC XXX.
               10 FILLER                  PIC X.
               10 W074-REF-NO-CTA         PIC X(8).
               10 FILLER                  PIC X.
               10 W074-REF-FORMA          PIC X(7).

       01 W073-CUENTA                     PIC X(10).

      *---
      *Tarifa de ISR y subsidio del anio vigente
      *---
       01 T025-TABLA-TARIFA.
           05 T025-ANIO                PIC 9(4)       VALUE ZERO.
           05 T025-NUM-RENGLONES       PIC S9(4) COMP VALUE ZERO.
           05 T025-RENGLON OCCURS 30 TIMES.
               10 T025-LIM-INFERIOR       PIC 9(7)V99.
               10 T025-CUOTA-FIJA         PIC 9(7)V99.
               10 T025-PORCENTAJE         PIC 9(3)V99.

       01 T025-IDX                     PIC S9(4) COMP.

       01 T026-TABLA-SUBSIDIO.
           05 T026-ANIO                PIC 9(4)       VALUE ZERO.
           05 T026-NUM-RENGLONES       PIC S9(4) COMP VALUE ZERO.
           05 T026-RENGLON OCCURS 30 TIMES.
               10 T026-LIM-INFERIOR       PIC 9(7)V99.
               10 T026-LIM-SUPERIOR       PIC 9(7)V99.
               10 T026-SUBSIDIO           PIC 9(7)V99.

       01 T026-IDX                     PIC S9(4) COMP.

      *---
      *Cuenta pagadora de la planta en curso
      *---
       01 I040-AE-NO-TRAB                 PIC X(6).
       01 I040-AE-NOMBRE                  PIC X(30).
       01 I040-AE-SALBASE                 PIC S9(7)V99.
       01 I040-AE-FORMA-PAGO              PIC X.
       01 I040-AE-BANCO                   PIC XXX.
       01 I040-AE-CLABE                   PIC X(18).

      *---
      *Cuenta pagadora en curso en la escritura de la dispersion
      *---
       01 I102-ID-CUENTA.
           05 I102-BCO                    PIC XXX.
           05 I102-NO-CTA                 PIC X(8).

      *---
      *Calculo del pago del trabajador en curso
           05 W030-DEDUCCIONES            PIC S9(7)V99.
           05 W030-IMPORTE-CONCEPTO       PIC S9(7)V99.
           05 W030-NETO                   PIC S9(9)V99.
           05 W030-DISPONIBLE             PIC S9(9)V99.
           05 W030-GRAVABLE               PIC S9(9)V99.
           05 W030-ISR-CAUSADO            PIC S9(9)V99.
           05 W030-SUBSIDIO               PIC S9(9)V99.
           05 W030-ISR-RETENIDO           PIC S9(9)V99.
           05 W030-SUB-ENTREGADO          PIC S9(9)V99.
           05 W030-TARIFA                 PIC 9(2).
           05 W030-DIAS-DESCUENTO         PIC 9(2).
           05 W030-DESC-FALTAS            PIC S9(7)V99.
           05 W030-HORAS-EXTRA            PIC 9(3)V99.
           05 W030-TIEMPO-EXTRA           PIC S9(7)V99.

      *---
      *Linea del acumulado anual en armado y llave en suma
      *---
       01 W065-MOVIMIENTO.
           05 W065-TIPO                   PIC X.
           05 W065-CONCEPTO               PIC X(20).
           05 W065-IMPORTE                PIC S9(9)V99.

       01 W086-ACUMULADO.
           05 W086-LLAVE.
               10 W086-ANIO               PIC 9(4).
               10 W086-NO-TRAB            PIC X(6).
               10 W086-TIPO               PIC X.
               10 W086-CONCEPTO           PIC X(20).
           05 W086-IMPORTES.
               10 W086-IMPORTE-MES OCCURS 12
                                          PIC S9(9)V99.
               10 W086-IMPORTE-ANIO       PIC S9(11)V99.

       01 W086-IDX                        PIC S9(4) COMP.

      *---
      *   Acumuladores por nivel de corte
       01 A015-ACUM-PTA.
           05 A015-EMPLEADOS-PTA          PIC S9(5).
           05 A015-NETO-PTA               PIC S9(9)V99.
           05 A015-CHEQUES-PTA            PIC S9(11)V99.
           05 A015-TRANSF-PTA             PIC S9(11)V99.
           05 A015-RET-EMPLEADOS-PTA      PIC S9(5).
           05 A015-GRAVABLE-PTA           PIC S9(11)V99.
           05 A015-ISR-PTA                PIC S9(11)V99.
           05 A015-SUBSIDIO-PTA           PIC S9(11)V99.
           05 A015-RETENIDO-PTA           PIC S9(11)V99.
           05 A015-ENTREGADO-PTA          PIC S9(11)V99.
       01 A010-ACUM-EMP.
           05 A010-EMPLEADOS-EMP          PIC S9(5).
           05 A010-NETO-EMP               PIC S9(9)V99.
           05 A010-RET-EMPLEADOS-EMP      PIC S9(5).
           05 A010-GRAVABLE-EMP           PIC S9(11)V99.
           05 A010-ISR-EMP                PIC S9(11)V99.
           05 A010-SUBSIDIO-EMP           PIC S9(11)V99.
           05 A010-RETENIDO-EMP           PIC S9(11)V99.
           05 A010-ENTREGADO-EMP          PIC S9(11)V99.
       01 A008-ACUM-GPO.
           05 A008-EMPLEADOS-GPO          PIC S9(5).
           05 A008-NETO-GPO               PIC S9(9)V99.
           05 A008-RET-EMPLEADOS-GPO      PIC S9(5).
           05 A008-GRAVABLE-GPO           PIC S9(11)V99.
           05 A008-ISR-GPO                PIC S9(11)V99.
           05 A008-SUBSIDIO-GPO           PIC S9(11)V99.
           05 A008-RETENIDO-GPO           PIC S9(11)V99.
           05 A008-ENTREGADO-GPO          PIC S9(11)V99.
       01 A002-ACUM-CIA.
           05 A002-EMPLEADOS-CIA          PIC S9(5).
           05 A002-NETO-CIA               PIC S9(11)V99.
           05 A002-RET-EMPLEADOS-CIA      PIC S9(5).
           05 A002-GRAVABLE-CIA           PIC S9(11)V99.
           05 A002-ISR-CIA                PIC S9(11)V99.
           05 A002-SUBSIDIO-CIA           PIC S9(11)V99.
           05 A002-RETENIDO-CIA           PIC S9(11)V99.
           05 A002-ENTREGADO-CIA          PIC S9(11)V99.

      *---
      *Cifras de control
           05 A990-PTA-PROC               PIC S9(9).
           05 A990-EMP-PROC               PIC S9(9).
           05 A990-GPO-PROC               PIC S9(9).
           05 A990-MOV-ACUMULADO          PIC S9(9).
           05 A990-ACUM-ESCRITO           PIC S9(9).
           05 A990-DEDUC-CARGADAS         PIC S9(9).
           05 A990-DEDUC-APLICADAS        PIC S9(9).
           05 A990-DEDUC-INCOMPLETAS      PIC S9(9).
           05 A990-DEDUC-LIQUIDADAS       PIC S9(9).
           05 A990-DEDUC-REPROCESO        PIC S9(9).
           05 A990-TARIFA-CARGADA         PIC S9(9).
           05 A990-SUBSIDIO-CARGADO       PIC S9(9).
           05 A990-DATOS-PAGO-LEIDOS      PIC S9(9).
           05 A990-DATOS-PAGO-INVALIDOS   PIC S9(9).
           05 A990-TRANSF-GENERADA        PIC S9(9).
           05 A990-DISPERSION-ESCRITO     PIC S9(9).
           05 A990-POLIZA-LINEAS          PIC S9(9).
           05 A990-POLIZA-SIN-CUENTA      PIC S9(9).
           05 A990-INCID-CARGADAS         PIC S9(9).
           05 A990-INCID-OTRO-PERIODO     PIC S9(9).
           05 A990-INCID-APLICADAS        PIC S9(9).

      *---
      *Totales de la poliza de nomina
      *---
       01 A074-TOTALES-POLIZA.
           05 A074-TOTAL-CARGOS           PIC S9(11)V99.
           05 A074-TOTAL-ABONOS           PIC S9(11)V99.

      *---
      *Cuadre de la dispersion contra el neto del registro
      *---
       01 A100-CUADRE.
           05 A100-NUM-CHEQUES            PIC S9(7).
           05 A100-IMPORTE-CHEQUES        PIC S9(13)V99.
           05 A100-NUM-TRANSF             PIC S9(7).
           05 A100-IMPORTE-TRANSF         PIC S9(13)V99.
           05 A100-NUM-SIN-PAGO           PIC S9(7).
           05 A100-IMPORTE-SIN-PAGO       PIC S9(13)V99.
           05 A100-IMPORTE-PAGADO         PIC S9(13)V99.
           05 A100-DIFERENCIA             PIC S9(13)V99.
           05 A100-NUM-CUENTA             PIC S9(7).
           05 A100-IMPORTE-CUENTA         PIC S9(13)V99.

      *---
      *Neto pagadero con cheque por cuenta pagadora, para la cadena
      *de cheques
      *---
       01 T101-NETO-CUENTAS.
           05 T101-NUM-CUENTAS            PIC S9(4) COMP VALUE ZERO.
           05 T101-ENTRADA OCCURS 100 TIMES.
               10 T101-BCO                PIC XXX.
               10 T101-NO-CTA             PIC X(8).
               10 T101-NUM-CHEQUES        PIC S9(7).
               10 T101-IMPORTE            PIC S9(13)V99.

       01 T101-IDX                        PIC S9(4) COMP.
       01 T101-IDX-HALLADO                PIC S9(4) COMP.

      *---
      *Totales del reporte de saldos de deducciones fijas
      *---
       01 A090-ACUM-SALDOS.
           05 A090-PROGRAMADO             PIC S9(11)V99.
           05 A090-APLICADO               PIC S9(11)V99.
           05 A090-NO-APLICADO            PIC S9(11)V99.
           05 A090-SALDO                  PIC S9(11)V99.

      *---
      *Variables del reporte
      *---
       01 R1-VARS.
           05 R1-NUM-HOJA                 PIC S9(9)       VALUE 0.
           05 R1-NUM-LIN                  PIC S9(9).
           05 R1-MAX-LIN                  PIC S9(9)       VALUE +50.

      *---
      *Lineas de titulo
      *---
       01 R1-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           "  NETO PAGO".
           05 FILLER                      PIC X(13)       VALUE
           "NO. CHEQUE".
           05 FILLER                      PIC X(6)        VALUE
           "TARIFA".
           05 FILLER                      PIC X(3)        VALUE SPACES.

      *---
      *Linea de detalle por trabajador
           05 R1-25-PRINT-NETO            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-PRINT-NO-CHEQUE       PIC X(12).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-25-PRINT-TARIFA          PIC Z9.
           05 FILLER                      PIC X(5)        VALUE SPACES.

      *---
      *Continuacion de la linea del trabajador con sus incidencias:
      *dias sin goce por tipo y su descuento, horas extra y su pago
      *---
       01 R1-27-LINEA-INCIDENCIAS.
           05 FILLER                      PIC X(22)       VALUE SPACES.
           05 FILLER                      PIC X(13)       VALUE
           "INCIDENCIAS:".
           05 FILLER                      PIC X(6)        VALUE
           "FALTA ".
           05 R1-27-PRINT-FALTAS          PIC Z9.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(8)        VALUE
           "PERMISO ".
           05 R1-27-PRINT-PERMISOS        PIC Z9.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "INCAP. ".
           05 R1-27-PRINT-INCAPACIDAD     PIC Z9.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(6)        VALUE
           "DESC. ".
           05 R1-27-PRINT-DESCUENTO       PIC ZZZ,ZZ9.99.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(8)        VALUE
           "H.EXTRA ".
           05 R1-27-PRINT-HORAS           PIC ZZ9.99.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(8)        VALUE
           "IMPORTE ".
           05 R1-27-PRINT-EXTRA           PIC ZZZ,ZZ9.99.

      *---
      *Linea de total por nivel de corte
           05 R1-30-PRINT-NETO            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(68)       VALUE SPACES.

      *---
      *Reporte de saldos de deducciones fijas
      *---
       01 R2-VARS.
           05 R2-NUM-HOJA                 PIC S9(9)       VALUE 0.
           05 R2-NUM-LIN                  PIC S9(9).
           05 R2-MAX-LIN                  PIC S9(9)       VALUE +50.

       01 R2-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(16)       VALUE SPACES.
           05 FILLER                      PIC X(31)       VALUE
           "SALDOS DE DEDUCCIONES FIJAS".
           05 FILLER                      PIC X(16)       VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "FECHA: ".
           05 R2-05-FECHA                 PIC 9(8).
           05 FILLER                      PIC X(33)       VALUE SPACES.

       01 R2-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                      PIC X(9).
           05 FILLER                      PIC X(22)       VALUE
           "PRESTAMOS Y DESCUENTOS".
           05 FILLER                      PIC X(26)       VALUE SPACES.
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R2-10-PAGNU                 PIC Z(4).
           05 FILLER                      PIC X(30)       VALUE SPACES.

       01 R2-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(8)        VALUE
           "NO.TRAB.".
           05 FILLER                      PIC X(21)       VALUE
           "CONCEPTO".
           05 FILLER                      PIC X(3)        VALUE "TC".
           05 FILLER                      PIC X(14)       VALUE
           "  SALDO INIC.".
           05 FILLER                      PIC X(12)       VALUE
           "  PROGRAMADO".
           05 FILLER                      PIC X(12)       VALUE
           "    APLICADO".
           05 FILLER                      PIC X(12)       VALUE
           " NO APLICADO".
           05 FILLER                      PIC X(14)       VALUE
           "  SALDO ACTUAL".
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(22)       VALUE
           "OBSERVACION".

       01 R2-25-LINEA-DEDUCCION.
           05 R2-25-NO-TRAB               PIC X(6).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R2-25-CONCEPTO              PIC X(20).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-25-TIPO-CALCULO          PIC X.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R2-25-SALDO-INICIAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 R2-25-PROGRAMADO            PIC ZZZ,ZZ9.99.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R2-25-APLICADO              PIC ZZZ,ZZ9.99.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R2-25-NO-APLICADO           PIC ZZZ,ZZ9.99.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R2-25-SALDO                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R2-25-MARCA                 PIC X(12).
           05 FILLER                      PIC X(10)       VALUE SPACES.

       01 R2-30-LINEA-TOTAL.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R2-30-DESCRIPCION           PIC X(34).
           05 R2-30-IMPORTE               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                      PIC X(66)       VALUE SPACES.

      *---
      *Resumen de retenciones por GPO/EMP/PTA para la declaracion
      *---
       01 R3-VARS.
           05 R3-NUM-HOJA                 PIC S9(9)       VALUE 0.
           05 R3-NUM-LIN                  PIC S9(9).
           05 R3-MAX-LIN                  PIC S9(9)       VALUE +50.

       01 R3-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R3-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(16)       VALUE SPACES.
           05 FILLER                      PIC X(31)       VALUE
           "RESUMEN DE RETENCIONES DE ISR".
           05 FILLER                      PIC X(16)       VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "FECHA: ".
           05 R3-05-FECHA                 PIC 9(8).
           05 FILLER                      PIC X(33)       VALUE SPACES.

       01 R3-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                      PIC X(9).
           05 FILLER                      PIC X(14)       VALUE
           "TARIFA ANIO: ".
           05 R3-10-ANIO                  PIC 9(4).
           05 FILLER                      PIC X(30)       VALUE SPACES.
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R3-10-PAGNU                 PIC Z(4).
           05 FILLER                      PIC X(30)       VALUE SPACES.

       01 R3-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(22)       VALUE
           "  NIVEL".
           05 FILLER                      PIC X(13)       VALUE
           "GPO EMP  PTA".
           05 FILLER                      PIC X(8)        VALUE
           "  EMPLS.".
           05 FILLER                      PIC X(14)       VALUE
           "      GRAVABLE".
           05 FILLER                      PIC X(14)       VALUE
           "   ISR CAUSADO".
           05 FILLER                      PIC X(13)       VALUE
           "     SUBSIDIO".
           05 FILLER                      PIC X(14)       VALUE
           "  ISR RETENIDO".
           05 FILLER                      PIC X(13)       VALUE
           "  SUB.ENTREG.".
           05 FILLER                      PIC X(9)        VALUE SPACES.

       01 R3-25-LINEA-RETENCION.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R3-25-DESCRIPCION           PIC X(20).
           05 R3-25-GPO                   PIC XX.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R3-25-EMP                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R3-25-PTA                   PIC XXX.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R3-25-EMPLEADOS             PIC ZZ,ZZ9.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R3-25-GRAVABLE              PIC ZZZ,ZZZ,ZZ9.99.
           05 R3-25-ISR                   PIC ZZZ,ZZZ,ZZ9.99.
           05 R3-25-SUBSIDIO              PIC ZZ,ZZZ,ZZ9.99.
           05 R3-25-RETENIDO              PIC ZZZ,ZZZ,ZZ9.99.
           05 R3-25-ENTREGADO             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(9)        VALUE SPACES.

      *---
      *Resumen de la dispersion y cuadre contra el registro
      *---
       01 R4-VARS.
           05 R4-NUM-HOJA                 PIC S9(9)       VALUE 0.
           05 R4-NUM-LIN                  PIC S9(9).
           05 R4-MAX-LIN                  PIC S9(9)       VALUE +50.

       01 R4-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R4-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(16)       VALUE SPACES.
           05 FILLER                      PIC X(31)       VALUE
           "RESUMEN DE DISPERSION DE NOMINA".
           05 FILLER                      PIC X(16)       VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "FECHA: ".
           05 R4-05-FECHA                 PIC 9(8).
           05 FILLER                      PIC X(33)       VALUE SPACES.

       01 R4-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "ITS-DIVISION DESARROLLO".
           05 FILLER                      PIC X(9).
           05 FILLER                      PIC X(22)       VALUE
           "TRANSFERENCIAS/CHEQUES".
           05 FILLER                      PIC X(26)       VALUE SPACES.
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R4-10-PAGNU                 PIC Z(4).
           05 FILLER                      PIC X(30)       VALUE SPACES.

       01 R4-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(4)        VALUE "BCO".
           05 FILLER                      PIC X(10)       VALUE
           "NO.CTA.".
           05 FILLER                      PIC X(36)       VALUE
           "CONCEPTO".
           05 FILLER                      PIC X(9)        VALUE
           "  NUMERO".
           05 FILLER                      PIC X(22)       VALUE
           "             IMPORTE".
           05 FILLER                      PIC X(39)       VALUE SPACES.

       01 R4-25-LINEA-CUADRE.
           05 R4-25-BCO                   PIC XXX.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R4-25-NO-CTA                PIC X(8).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R4-25-DESCRIPCION           PIC X(36).
           05 R4-25-NUMERO                PIC ZZZ,ZZ9-.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R4-25-IMPORTE               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R4-25-MARCA                 PIC X(12).
           05 FILLER                      PIC X(28)       VALUE SPACES.

      *---
      *Punto de control: ultimo trabajador pagado, ultimo folio
      *usado, registros escritos en cada salida hasta ese momento,
      *acumuladores de cada nivel y cifras de control (como imagen
      *de sus grupos).
      *---
       01 W120-PUNTO-CONTROL.
           05 W120-FECHA                 PIC 9(8).
           05 W120-SECUENCIA             PIC 9(6).
           05 W120-ESTADO                PIC X.
           05 W120-ULTIMO-PAGADO.
               10 W120-ULT-ID-DPTO       PIC X(14).
               10 W120-ULT-NO-TRAB       PIC X(6).
           05 W120-ID-PROC               PIC X(14).
           05 W120-ULTIMO-FOLIO          PIC 9(12).
           05 W120-FOLIO-BCO             PIC XXX.
           05 W120-FOLIO-NO-CTA          PIC X(8).
           05 W120-REG-CHEQUES           PIC 9(9).
           05 W120-REG-REGISTRO          PIC 9(9).
           05 W120-REG-MOVIMIENTOS       PIC 9(9).
           05 W120-REG-TRANSF            PIC 9(9).
           05 W120-REG-POLIZA            PIC 9(9).
           05 W120-REG-FOLIOS            PIC 9(9).
           05 W120-NUM-POLIZA            PIC 9(4).
           05 W120-NUM-DEDUCCIONES       PIC 9(4).
           05 W120-NUM-CUENTAS           PIC 9(4).
           05 W120-ACUM-DPTO             PIC X(16).
           05 W120-ACUM-PTA              PIC X(112).
           05 W120-ACUM-EMP              PIC X(86).
           05 W120-ACUM-GPO              PIC X(86).
           05 W120-ACUM-CIA              PIC X(88).
           05 W120-CIFRAS-CONTROL        PIC X(243).
           05 W120-TOTALES-POLIZA        PIC X(26).
           05 W120-CUADRE                PIC X(118).

       01 W121-CONTROL-LEIDO             PIC X(913).
       01 W121-CONTROL-LEIDO-R REDEFINES W121-CONTROL-LEIDO.
           05 W121-FECHA                 PIC 9(8).
           05 W121-SECUENCIA             PIC 9(6).
           05 FILLER                     PIC X(899).

      *---
      *Corrida en curso: archivos de punto de control y de recorte,
      *trabajadores pagados desde el ultimo punto, lineas guardadas
      *del registro y folios que ya tenia la bitacora al iniciar.
      *---
       01 W120-CORRIDA.
           05 W120-DIR-PUNTO             PIC X(20).
           05 W120-DIR-ELEGIDO           PIC X(20).
           05 W120-DIR-RECORTE           PIC X(20).
           05 W120-SECUENCIA-MAX         PIC 9(6).
           05 W120-INTERVALO             PIC 9(5).
           05 W120-DESDE-PUNTO           PIC 9(5).
           05 W120-LINEAS-REGISTRO       PIC S9(9).
           05 W120-FOLIOS-INICIALES      PIC S9(9).
           05 W120-PAGADO.
               10 W120-PAG-ID-DPTO       PIC X(14).
               10 W120-PAG-NO-TRAB       PIC X(6).
           05 W120-LEIDO.
               10 W120-LEI-ID-DPTO       PIC X(14).
               10 W120-LEI-NO-TRAB       PIC X(6).
           05 W123-REGISTROS             PIC S9(9).
           05 W124-REGISTROS             PIC S9(9).
           05 W128-COCIENTE              PIC S9(6).
           05 W128-RESTO                 PIC S9(6).
           05 W133-AJENOS                PIC S9(9).

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
           MOVE 1 TO S000-ESTADOREPO.
           MOVE 1 TO S000-ESTADOREPO3.
           MOVE 1 TO S000-ESTADOARCHRW.
           MOVE 1 TO S000-ESTADOARCHPC.
           MOVE 1 TO S000-ESTADOARCHRC.
           MOVE 1 TO S000-ESTADOARCHRT.
           PERFORM 003-FECHA-PROCESO.
           PERFORM 120-BUSCA-PUNTO-CONTROL.
           PERFORM 125-ABRE-SALIDAS.
           OPEN I-O ARCH-TA-TALONARIOS.
           MOVE 0 TO S000-ESTADOARCHTAL.
           OPEN INPUT ARCH-CC-CATALOGO-CUENTAS.
           MOVE 0 TO S000-ESTADOARCHCC.
           MOVE 1 TO S000-ESTADOARCHPZ.
           MOVE ZEROS TO A074-TOTALES-POLIZA.
           MOVE 1 TO S000-ESTADOARCHACU.
           MOVE 1 TO S000-ESTADOARCHACT.
           MOVE 1 TO S000-ESTADOARCHDS.
           MOVE 1 TO S000-ESTADOREPO4.
           MOVE 1 TO S000-ESTADOARCHPAG.
           MOVE 1 TO S000-ESTADOARCHCAD.
           MOVE ZEROS TO A100-CUADRE.
           MOVE ZERO TO T101-NUM-CUENTAS.
           MOVE 0 TO R1-NUM-HOJA.
           MOVE R1-MAX-LIN TO R1-NUM-LIN.
           MOVE W000-PROG TO R1-05-CONSPRO.
           MOVE ZEROS TO A990-CIFRAS-CONTROL.
           MOVE ZEROS TO A002-ACUM-CIA.
           MOVE W000-FECHA-CORRIDA TO R1-05-FECHA.
           PERFORM 005-LEE-PARAMETRO.
           PERFORM 010-CARGA-CONCEPTOS.
           PERFORM 012-CARGA-CUENTAS.
           PERFORM 016-CARGA-DEDUCCIONES.
           PERFORM 006-CARGA-INCIDENCIAS.
           PERFORM 018-CARGA-TARIFA.
           IF S120-REINICIO = 'S' THEN
               PERFORM 130-RESTAURA-TABLAS
               END-IF.
           PERFORM 014-POSICION-TALONARIOS.
           MOVE ZERO TO W005-FOLIO.
           MOVE SPACES TO W005-FOLIO-CTA.
           MOVE SPACES TO W120-PAGADO.
           MOVE ZERO TO W120-LINEAS-REGISTRO.
           MOVE W120-INTERVALO TO W120-DESDE-PUNTO.
           MOVE 0 TO R3-NUM-HOJA.
           MOVE R3-MAX-LIN TO R3-NUM-LIN.
           MOVE W000-PROG TO R3-05-CONSPRO.
           MOVE W000-FECHA-CORRIDA TO R3-05-FECHA.
           MOVE T025-ANIO TO R3-10-ANIO.
       000-0200-ORDENA-Y-PAGA.
           SORT ARCH-SW-ORDENA
               ON ASCENDING KEY SW-GPO SW-EMP SW-PTA SW-DPTO SW-NO-TRAB
           MOVE A002-EMPLEADOS-CIA TO R1-30-PRINT-EMPLEADOS.
           MOVE A002-NETO-CIA TO R1-30-PRINT-NETO.
           PERFORM 075-ESCRIBE-TOTAL.
           MOVE 'TOTAL COMPANIA' TO R3-25-DESCRIPCION.
           MOVE SPACES TO R3-25-GPO R3-25-EMP R3-25-PTA.
           MOVE A002-RET-EMPLEADOS-CIA TO R3-25-EMPLEADOS.
           MOVE A002-GRAVABLE-CIA TO R3-25-GRAVABLE.
           MOVE A002-ISR-CIA TO R3-25-ISR.
           MOVE A002-SUBSIDIO-CIA TO R3-25-SUBSIDIO.
           MOVE A002-RETENIDO-CIA TO R3-25-RETENIDO.
           MOVE A002-ENTREGADO-CIA TO R3-25-ENTREGADO.
           PERFORM 077-ESCRIBE-RETENCION.
       000-0400-TERMINA.
           CLOSE ARCH-CH-ARCHIVO-CHEQUES.
           MOVE 1 TO S000-ESTADOARCHCHE.
           CLOSE ARCH-RW-REGISTRO-TRB.
           MOVE 1 TO S000-ESTADOARCHRW.
           CLOSE ARCH-MA-MOV-ACUMULADO.
           MOVE 1 TO S000-ESTADOARCHMOV.
           CLOSE ARCH-DW-TRANSF-TRB.
           MOVE 1 TO S000-ESTADOARCHDW.
           CLOSE ARCH-TA-TALONARIOS.
           MOVE 1 TO S000-ESTADOARCHTAL.
           CLOSE ARCH-FC-FOLIOS-CHEQUE.
           MOVE 1 TO S000-ESTADOARCHFOL.
           CLOSE ARCH-CC-CATALOGO-CUENTAS.
           MOVE 1 TO S000-ESTADOARCHCC.
           CLOSE ARCH-PW-POLIZA-TRB.
           MOVE 1 TO S000-ESTADOARCHPW.
       000-0405-REPORTES.
           PERFORM 078-IMPRIME-REPORTES.
       000-0410-POLIZA.
           PERFORM 110-INSTALA-POLIZA.
       000-0420-DISPERSION.
           PERFORM 100-GENERA-DISPERSION.
           PERFORM 109-CIFRAS-CADENA.
       000-0450-DEDUCCIONES.
           PERFORM 090-REPORTE-SALDOS.
           PERFORM 094-REESCRIBE-DEDUCCIONES.
           PERFORM 096-INSTALA-DEDUCCIONES.
       000-0500-ACUMULA.
           PERFORM 085-ACTUALIZA-ACUMULADO.
       000-0550-PUNTO-CONTROL.
           PERFORM 132-TERMINA-PUNTO-CONTROL.
       000-0600-CIFRAS.
           PERFORM 990-CIFRAS-CONTROL.
       000-9900-FIN.
           GOBACK.
       EXIT.

      *---
      *Lee el neto minimo protegido del parametro de la corrida; sin
      *parametro no hay minimo. El folio de cada cheque ya no viene
      *de aqui sino del talonario de la cuenta. Sin intervalo de
      *punto de control se toma uno cada 100 trabajadores; sin
      *factor la hora extra se paga doble.
      *---
       005-LEE-PARAMETRO SECTION.
       005-0100-LEE.
           MOVE 0 TO S000-FINARCHPAR.
           MOVE 0 TO S000-ESTADOARCHPAR.
           READ ARCH-PN-ARCHIVO-PARAM AT END MOVE 1 TO S000-FINARCHPAR.
           IF S000-FINARCHPAR NOT = 1
              AND PN-NETO-MINIMO IS NUMERIC THEN
               MOVE PN-NETO-MINIMO-N TO W005-NETO-MINIMO
               ELSE
                   MOVE ZERO TO W005-NETO-MINIMO
                   END-IF.
           IF S000-FINARCHPAR NOT = 1
              AND PN-INTERVALO-PUNTO IS NUMERIC
              AND PN-INTERVALO-PUNTO-N > ZERO THEN
               MOVE PN-INTERVALO-PUNTO-N TO W120-INTERVALO
               ELSE
                   MOVE 100 TO W120-INTERVALO
                   END-IF.
           IF S000-FINARCHPAR NOT = 1
              AND PN-FACTOR-EXTRA IS NUMERIC
              AND PN-FACTOR-EXTRA-N > ZERO THEN
               MOVE PN-FACTOR-EXTRA-N TO W005-FACTOR-EXTRA
               ELSE
                   MOVE 2 TO W005-FACTOR-EXTRA
                   END-IF.
       005-0200-CIERRA.
           CLOSE ARCH-PN-ARCHIVO-PARAM.
           MOVE 1 TO S000-ESTADOARCHPAR.
       005-9900-FIN.
       EXIT.

      *---
      *Carga las incidencias validadas del periodo sumando por
      *trabajador los dias de cada tipo y las horas extra. Un
      *registro invalido o fuera de orden de NO-TRAB termina el
      *programa; uno de otro periodo no se aplica y se avisa.
      *---
       006-CARGA-INCIDENCIAS SECTION.
       006-0100-INICIO.
           OPEN INPUT ARCH-IN-INCIDENCIAS.
           MOVE 0 TO S006-FINARCHINC.
           MOVE 0 TO S000-ESTADOARCHINC.
           MOVE ZERO TO T035-NUM-TRABAJADORES.
           MOVE LOW-VALUES TO W006-NO-TRAB-ANT.
           COMPUTE W006-PERIODO = W000-ANIO-CORRIDA * 100
               + W000-MES-CORRIDA.
       006-0200-CARGA.
           PERFORM 007-LEE-INCIDENCIA UNTIL S006-FINARCHINC = 1.
           CLOSE ARCH-IN-INCIDENCIAS.
           MOVE 1 TO S000-ESTADOARCHINC.
       006-0300-AVISA.
           IF A990-INCID-OTRO-PERIODO > ZERO THEN
               DISPLAY W000-PROG '  INCIDENCIAS DE OTRO PERIODO NO '
      -        'APLICADAS: ' A990-INCID-OTRO-PERIODO
               MOVE 4 TO RETURN-CODE
               END-IF.
       006-9900-FIN.
       EXIT.

       007-LEE-INCIDENCIA SECTION.
       007-0100-LEE.
           READ ARCH-IN-INCIDENCIAS AT END MOVE 1 TO S006-FINARCHINC.
           IF S006-FINARCHINC NOT = 1 THEN
               IF (IN-TIPO NOT = 'F' AND IN-TIPO NOT = 'P'
                   AND IN-TIPO NOT = 'I' AND IN-TIPO NOT = 'E')
                  OR IN-FECHA IS NOT NUMERIC
                  OR IN-HORAS IS NOT NUMERIC
                  OR IN-PERIODO IS NOT NUMERIC THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  INCIDENCIA INVALIDA: '
                   IN-NO-TRAB ' ' IN-FECHA ' ' IN-TIPO
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               IF IN-NO-TRAB < W006-NO-TRAB-ANT THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  INCIDENCIAS FUERA DE ORDEN: '
                   IN-NO-TRAB
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               MOVE IN-NO-TRAB TO W006-NO-TRAB-ANT
               IF IN-PERIODO-N NOT = W006-PERIODO THEN
                   ADD 1 TO A990-INCID-OTRO-PERIODO
                   ELSE
                       PERFORM 007-0200-SUMA
                       END-IF
               END-IF.
       007-9900-FIN.
       EXIT.

       007-0200-SUMA SECTION.
       007-0210-ENTRADA.
           IF T035-NUM-TRABAJADORES = ZERO
              OR T035-NO-TRAB(T035-NUM-TRABAJADORES) NOT = IN-NO-TRAB
           THEN
               IF T035-NUM-TRABAJADORES NOT < 2000 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  MAS TRABAJADORES CON '
      -            'INCIDENCIAS QUE LA TABLA DE TRABAJO'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T035-NUM-TRABAJADORES
               MOVE T035-NUM-TRABAJADORES TO T035-IDX
               MOVE IN-NO-TRAB TO T035-NO-TRAB(T035-IDX)
               MOVE ZERO TO T035-DIAS-FALTA(T035-IDX)
               MOVE ZERO TO T035-DIAS-PERMISO(T035-IDX)
               MOVE ZERO TO T035-DIAS-INCAPACIDAD(T035-IDX)
               MOVE ZERO TO T035-HORAS-EXTRA(T035-IDX)
               END-IF.
       007-0220-SUMA.
           MOVE T035-NUM-TRABAJADORES TO T035-IDX.
           IF IN-TIPO = 'F' THEN
               ADD 1 TO T035-DIAS-FALTA(T035-IDX)
               END-IF.
           IF IN-TIPO = 'P' THEN
               ADD 1 TO T035-DIAS-PERMISO(T035-IDX)
               END-IF.
           IF IN-TIPO = 'I' THEN
               ADD 1 TO T035-DIAS-INCAPACIDAD(T035-IDX)
               END-IF.
           IF IN-TIPO = 'E' THEN
               ADD IN-HORAS-N TO T035-HORAS-EXTRA(T035-IDX)
               END-IF.
           ADD 1 TO A990-INCID-CARGADAS.
       007-9900-FIN.
       EXIT.

      *---
      *Carga los conceptos del periodo; sin conceptos la nomina es
      *solo el salario base, lo cual es valido.
                   T010-DESCRIPCION(T010-NUM-CONCEPTOS)
               MOVE CN-PORCENTAJE-N TO
                   T010-PORCENTAJE(T010-NUM-CONCEPTOS)
               MOVE CN-CLASE TO T010-CLASE(T010-NUM-CONCEPTOS)
               ADD 1 TO A990-CONCEPTOS-CARGADOS
               END-IF.
       011-9900-FIN.
       013-9900-FIN.
       EXIT.

      *---
      *Toma el siguiente folio del talonario de cada cuenta cargada;
      *el punto de control lo guarda para que una corrida reanudada
      *regrese los talonarios a donde estaban.
      *---
       014-POSICION-TALONARIOS SECTION.
       014-0100-INICIO.
           MOVE 1 TO T015-IDX.
       014-0200-POSICIONA.
           PERFORM 014-0300-POSICION-UNA
               UNTIL T015-IDX > T015-NUM-CUENTAS.
       014-9900-FIN.
       EXIT.

       014-0300-POSICION-UNA SECTION.
       014-0310-LEE.
           MOVE T015-BCO(T015-IDX) TO TA-BCO.
           MOVE T015-NO-CTA(T015-IDX) TO TA-NO-CTA.
           READ ARCH-TA-TALONARIOS
               INVALID KEY
                   MOVE 'N' TO T015-TALONARIO(T015-IDX)
                   MOVE ZERO TO T015-SIGUIENTE(T015-IDX)
               NOT INVALID KEY
                   MOVE 'S' TO T015-TALONARIO(T015-IDX)
                   MOVE TA-SIGUIENTE TO T015-SIGUIENTE(T015-IDX)
           END-READ.
           ADD 1 TO T015-IDX.
       014-9900-FIN.
       EXIT.

      *---
      *Busca la cuenta activa de la planta I010-ID-PROC-PTA y deja
      *el resultado en S015-CTA-HALLADA y W015-CTA-PLANTA.
       015-9900-FIN.
       EXIT.

      *---
      *Carga las deducciones fijas. Un registro invalido o fuera de
      *orden de NO-TRAB termina el programa: la reescritura de fin
      *de corrida lo perderia. Una deduccion ya aplicada con la
      *fecha de esta corrida es un reproceso y recupera su saldo
      *anterior para volver a aplicarse igual.
      *---
       016-CARGA-DEDUCCIONES SECTION.
       016-0100-INICIO.
           OPEN INPUT ARCH-DF-ARCHIVO-DEDUCCIONES.
           MOVE 0 TO S016-FINARCHDED.
           MOVE 0 TO S000-ESTADOARCHDED.
           MOVE ZERO TO T020-NUM-DEDUCCIONES.
           MOVE LOW-VALUES TO W016-NO-TRAB-ANT.
       016-0200-CARGA.
           PERFORM 017-LEE-DEDUCCION UNTIL S016-FINARCHDED = 1.
           CLOSE ARCH-DF-ARCHIVO-DEDUCCIONES.
           MOVE 1 TO S000-ESTADOARCHDED.
       016-9900-FIN.
       EXIT.

       017-LEE-DEDUCCION SECTION.
       017-0100-LEE.
           READ ARCH-DF-ARCHIVO-DEDUCCIONES AT END MOVE 1 TO
               S016-FINARCHDED.
           IF S016-FINARCHDED NOT = 1 THEN
               IF (DF-TIPO-CALCULO NOT = 'I'
                   AND DF-TIPO-CALCULO NOT = 'P')
                  OR (DF-ESTADO NOT = 'A' AND DF-ESTADO NOT = 'S'
                   AND DF-ESTADO NOT = 'T')
                  OR DF-IMPORTE IS NOT NUMERIC
                  OR DF-PORCENTAJE IS NOT NUMERIC
                  OR DF-SALDO-ORIGINAL IS NOT NUMERIC
                  OR DF-SALDO IS NOT NUMERIC
                  OR DF-SALDO-ANTERIOR IS NOT NUMERIC
                  OR DF-FECHA-ULTIMA IS NOT NUMERIC THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  DEDUCCION FIJA INVALIDA: '
                   DF-NO-TRAB ' ' DF-CONCEPTO
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               IF DF-NO-TRAB < W016-NO-TRAB-ANT THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  DEDUCCIONES FIJAS FUERA DE '
      -            'ORDEN: ' DF-NO-TRAB
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               IF T020-NUM-DEDUCCIONES NOT < 2000 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  MAS DEDUCCIONES FIJAS QUE LA '
      -            'TABLA DE TRABAJO'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               MOVE DF-NO-TRAB TO W016-NO-TRAB-ANT
               ADD 1 TO T020-NUM-DEDUCCIONES
               MOVE T020-NUM-DEDUCCIONES TO T020-IDX
               MOVE DF-NO-TRAB TO T020-NO-TRAB(T020-IDX)
               MOVE DF-CONCEPTO TO T020-CONCEPTO(T020-IDX)
               MOVE DF-TIPO-CALCULO TO T020-TIPO-CALCULO(T020-IDX)
               MOVE DF-IMPORTE TO T020-IMPORTE(T020-IDX)
               MOVE DF-PORCENTAJE TO T020-PORCENTAJE(T020-IDX)
               MOVE DF-SALDO-ORIGINAL TO T020-SALDO-ORIGINAL(T020-IDX)
               MOVE DF-SALDO TO T020-SALDO(T020-IDX)
               MOVE DF-SALDO-ANTERIOR TO T020-SALDO-ANTERIOR(T020-IDX)
               MOVE DF-FECHA-ULTIMA TO T020-FECHA-ULTIMA(T020-IDX)
               MOVE DF-ESTADO TO T020-ESTADO(T020-IDX)
               MOVE ZERO TO T020-PROGRAMADO(T020-IDX)
               MOVE ZERO TO T020-APLICADO(T020-IDX)
               MOVE SPACES TO T020-MARCA(T020-IDX)
               IF DF-FECHA-ULTIMA = W000-FECHA-CORRIDA THEN
                   MOVE DF-SALDO-ANTERIOR TO T020-SALDO(T020-IDX)
                   IF DF-ESTADO = 'T' THEN
                       MOVE 'A' TO T020-ESTADO(T020-IDX)
                       END-IF
                   ADD 1 TO A990-DEDUC-REPROCESO
                   END-IF
               MOVE T020-SALDO(T020-IDX) TO T020-SALDO-INICIAL(T020-IDX)
               ADD 1 TO A990-DEDUC-CARGADAS
               END-IF.
       017-9900-FIN.
       EXIT.

      *---
      *Carga la tarifa de ISR y la tabla de subsidio vigentes: por
      *tipo se queda el anio mayor que no pase del de la corrida.
      *Un renglon invalido o fuera de orden termina el programa.
      *Sin tarifa vigente se avisa y rige el concepto de tasa fija.
      *---
       018-CARGA-TARIFA SECTION.
       018-0100-INICIO.
           OPEN INPUT ARCH-TI-TABLA-ISR.
           MOVE 0 TO S018-FINARCHTAR.
           MOVE 0 TO S000-ESTADOARCHTAR.
           MOVE ZERO TO T025-ANIO T025-NUM-RENGLONES.
           MOVE ZERO TO T026-ANIO T026-NUM-RENGLONES.
       018-0200-CARGA.
           PERFORM 019-LEE-TARIFA UNTIL S018-FINARCHTAR = 1.
           CLOSE ARCH-TI-TABLA-ISR.
           MOVE 1 TO S000-ESTADOARCHTAR.
           MOVE T025-NUM-RENGLONES TO A990-TARIFA-CARGADA.
           MOVE T026-NUM-RENGLONES TO A990-SUBSIDIO-CARGADO.
       018-0300-VIGENCIA.
           IF T025-NUM-RENGLONES > ZERO THEN
               MOVE 'S' TO S018-TARIFA-VIGENTE
               ELSE
                   MOVE 'N' TO S018-TARIFA-VIGENTE
                   DISPLAY W000-PROG '  SIN TARIFA DE ISR VIGENTE, '
      -            'RIGE EL CONCEPTO DE TASA FIJA'
                   END-IF.
       018-9900-FIN.
       EXIT.

       019-LEE-TARIFA SECTION.
       019-0100-LEE.
           READ ARCH-TI-TABLA-ISR AT END MOVE 1 TO S018-FINARCHTAR.
           IF S018-FINARCHTAR NOT = 1 THEN
               IF (TI-TIPO NOT = 'I' AND TI-TIPO NOT = 'S')
                  OR TI-ANIO IS NOT NUMERIC
                  OR TI-LIM-INFERIOR IS NOT NUMERIC
                  OR TI-LIM-SUPERIOR IS NOT NUMERIC
                  OR TI-CUOTA-FIJA IS NOT NUMERIC
                  OR TI-PORCENTAJE IS NOT NUMERIC THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  RENGLON DE TARIFA INVALIDO: '
                   TI-RENGLON
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               IF TI-ANIO NOT > W000-ANIO-CORRIDA THEN
                   IF TI-TIPO = 'I' THEN
                       PERFORM 019-0200-RENGLON-TARIFA
                       ELSE
                           PERFORM 019-0300-RENGLON-SUBSIDIO
                           END-IF
                   END-IF
               END-IF.
       019-9900-FIN.
       EXIT.

       019-0200-RENGLON-TARIFA SECTION.
       019-0210-ANIO.
           IF TI-ANIO > T025-ANIO THEN
               MOVE TI-ANIO TO T025-ANIO
               MOVE ZERO TO T025-NUM-RENGLONES
               END-IF.
       019-0220-GUARDA.
           IF TI-ANIO = T025-ANIO THEN
               IF T025-NUM-RENGLONES NOT < 30 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  MAS RENGLONES DE TARIFA QUE '
      -            'LA TABLA DE TRABAJO'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               IF T025-NUM-RENGLONES > ZERO THEN
                   IF TI-LIM-INFERIOR NOT >
                      T025-LIM-INFERIOR(T025-NUM-RENGLONES) THEN
                       MOVE 16 TO RETURN-CODE
                       DISPLAY W000-PROG '  TARIFA DE ISR FUERA DE '
      -                'ORDEN: ' TI-RENGLON
                       DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -                'CODIGO 16'
                       PERFORM 980-ABORTA
                       END-IF
                   END-IF
               ADD 1 TO T025-NUM-RENGLONES
               MOVE T025-NUM-RENGLONES TO T025-IDX
               MOVE TI-LIM-INFERIOR TO T025-LIM-INFERIOR(T025-IDX)
               MOVE TI-CUOTA-FIJA TO T025-CUOTA-FIJA(T025-IDX)
               MOVE TI-PORCENTAJE TO T025-PORCENTAJE(T025-IDX)
               END-IF.
       019-9900-FIN.
       EXIT.

       019-0300-RENGLON-SUBSIDIO SECTION.
       019-0310-ANIO.
           IF TI-ANIO > T026-ANIO THEN
               MOVE TI-ANIO TO T026-ANIO
               MOVE ZERO TO T026-NUM-RENGLONES
               END-IF.
       019-0320-GUARDA.
           IF TI-ANIO = T026-ANIO THEN
               IF T026-NUM-RENGLONES NOT < 30 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  MAS RENGLONES DE SUBSIDIO '
      -            'QUE LA TABLA DE TRABAJO'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T026-NUM-RENGLONES
               MOVE T026-NUM-RENGLONES TO T026-IDX
               MOVE TI-LIM-INFERIOR TO T026-LIM-INFERIOR(T026-IDX)
               MOVE TI-LIM-SUPERIOR TO T026-LIM-SUPERIOR(T026-IDX)
               MOVE TI-CUOTA-FIJA TO T026-SUBSIDIO(T026-IDX)
               END-IF.
       019-9900-FIN.
       EXIT.

      *---
      *Recorre el maestro indexado en orden de llave y suelta cada
      *empleado al ordenamiento.
       020-0100-INICIO.
           OPEN INPUT ARCH-AE-ARCHIVO-EMP.
           MOVE 0 TO S000-FINARCHEMP.
           OPEN INPUT ARCH-DP-DATOS-PAGO.
           MOVE 0 TO S000-ESTADOARCHPAG.
           MOVE 0 TO S023-FINARCHPAG.
           MOVE LOW-VALUES TO W023-NO-TRAB-ANT.
           PERFORM 024-LEE-DATOS-PAGO.
       020-0200-EXTRAE.
           PERFORM 022-LEE-Y-LIBERA UNTIL S000-FINARCHEMP = 1.
           CLOSE ARCH-AE-ARCHIVO-EMP.
           CLOSE ARCH-DP-DATOS-PAGO.
           MOVE 1 TO S000-ESTADOARCHPAG.
       020-9900-FIN.
       EXIT.

               MOVE AI-DPTO TO SW-DPTO
               MOVE AI-NOMBRE TO SW-NOMBRE
               MOVE AI-SALBASE TO SW-SALBASE
               PERFORM 023-DATOS-PAGO
               RELEASE SW-EMPLEADO
               END-IF.
       022-9900-FIN.
       EXIT.

      *---
      *Aparea los datos de pago con el maestro, ambos en orden de
      *NO-TRAB. Un dato de transferencia incompleto se avisa y el
      *trabajador se paga con cheque; un dato fuera de orden termina
      *el programa, porque el apareo se saltaria trabajadores.
      *---
       023-DATOS-PAGO SECTION.
       023-0100-APAREA.
           MOVE 'C' TO SW-FORMA-PAGO.
           PERFORM 024-LEE-DATOS-PAGO
               UNTIL S023-FINARCHPAG = 1 OR DP-NO-TRAB NOT < AI-NO-TRAB.
       023-0200-TOMA.
           IF S023-FINARCHPAG NOT = 1 AND DP-NO-TRAB = AI-NO-TRAB
              AND DP-FORMA-PAGO = 'T' THEN
               IF DP-BANCO = SPACES OR DP-CLABE IS NOT NUMERIC THEN
                   DISPLAY W000-PROG '  DATOS DE TRANSFERENCIA '
      -            'INVALIDOS, SE PAGA CON CHEQUE: ' DP-NO-TRAB
                   ADD 1 TO A990-DATOS-PAGO-INVALIDOS
                   ELSE
                       MOVE 'T' TO SW-FORMA-PAGO
                       MOVE DP-BANCO TO SW-BANCO
                       MOVE DP-CLABE TO SW-CLABE
                       END-IF
               END-IF.
       023-9900-FIN.
       EXIT.

       024-LEE-DATOS-PAGO SECTION.
       024-0100-LEE.
           READ ARCH-DP-DATOS-PAGO AT END MOVE 1 TO S023-FINARCHPAG.
           IF S023-FINARCHPAG NOT = 1 THEN
               ADD 1 TO A990-DATOS-PAGO-LEIDOS
               IF DP-NO-TRAB < W023-NO-TRAB-ANT THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  DATOS DE PAGO FUERA DE '
      -            'ORDEN: ' DP-NO-TRAB
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               MOVE DP-NO-TRAB TO W023-NO-TRAB-ANT
               END-IF.
       024-9900-FIN.
       EXIT.

       025-PAGA SECTION.
       025-0100-INICIO.
           MOVE 0 TO S000-FINARCH.
           MOVE LOW-VALUES TO I040-AE-ID-LEI.
           PERFORM 070-LEE-REG.
           IF S120-REINICIO = 'S' THEN
               PERFORM 131-REANUDA
               END-IF.
       025-0200-PROCESA.
           PERFORM 030-PROC-GPO UNTIL S000-FINARCH = 1.
       025-9900-FIN.
       EXIT.

       030-PROC-GPO SECTION.
      *---
      *Al reanudar, los niveles en curso del punto de control siguen
      *con los acumuladores recuperados; el departamento en curso
      *apaga la marca.
      *---
       030-0100-INICIO.
           MOVE I040-AE-GPO TO I008-ID-PROC-GPO.
           IF S120-SIGUE-NIVELES NOT = 'S' THEN
               MOVE ZEROS TO A008-ACUM-GPO
               END-IF.
       030-0200-PROC-GPO.
           PERFORM 035-PROC-EMP
               UNTIL I008-ID-PROC-GPO NOT = I040-AE-GPO.
           PERFORM 075-ESCRIBE-TOTAL.
           ADD A008-EMPLEADOS-GPO TO A002-EMPLEADOS-CIA.
           ADD A008-NETO-GPO TO A002-NETO-CIA.
           MOVE 'TOTAL GRUPO' TO R3-25-DESCRIPCION.
           MOVE I008-ID-PROC-GPO TO R3-25-GPO.
           MOVE SPACES TO R3-25-EMP R3-25-PTA.
           MOVE A008-RET-EMPLEADOS-GPO TO R3-25-EMPLEADOS.
           MOVE A008-GRAVABLE-GPO TO R3-25-GRAVABLE.
           MOVE A008-ISR-GPO TO R3-25-ISR.
           MOVE A008-SUBSIDIO-GPO TO R3-25-SUBSIDIO.
           MOVE A008-RETENIDO-GPO TO R3-25-RETENIDO.
           MOVE A008-ENTREGADO-GPO TO R3-25-ENTREGADO.
           PERFORM 077-ESCRIBE-RETENCION.
           ADD A008-RET-EMPLEADOS-GPO TO A002-RET-EMPLEADOS-CIA.
           ADD A008-GRAVABLE-GPO TO A002-GRAVABLE-CIA.
           ADD A008-ISR-GPO TO A002-ISR-CIA.
           ADD A008-SUBSIDIO-GPO TO A002-SUBSIDIO-CIA.
           ADD A008-RETENIDO-GPO TO A002-RETENIDO-CIA.
           ADD A008-ENTREGADO-GPO TO A002-ENTREGADO-CIA.
       030-0400-ACT-CIFRAS-DE-CONTROL.
           ADD 1 TO A990-GPO-PROC.
       030-9900-FIN.
       035-PROC-EMP SECTION.
       035-0100-INICIO.
           MOVE I040-AE-ID-EMP TO I010-ID-PROC-EMP.
           IF S120-SIGUE-NIVELES NOT = 'S' THEN
               MOVE ZEROS TO A010-ACUM-EMP
               END-IF.
       035-0200-PROC-EMP.
           PERFORM 040-PROC-PTA
               UNTIL I010-ID-PROC-EMP NOT = I040-AE-ID-EMP.
           PERFORM 075-ESCRIBE-TOTAL.
           ADD A010-EMPLEADOS-EMP TO A008-EMPLEADOS-GPO.
           ADD A010-NETO-EMP TO A008-NETO-GPO.
           MOVE 'TOTAL EMPRESA' TO R3-25-DESCRIPCION.
           MOVE I010-GPO TO R3-25-GPO.
           MOVE I010-EMP TO R3-25-EMP.
           MOVE SPACES TO R3-25-PTA.
           MOVE A010-RET-EMPLEADOS-EMP TO R3-25-EMPLEADOS.
           MOVE A010-GRAVABLE-EMP TO R3-25-GRAVABLE.
           MOVE A010-ISR-EMP TO R3-25-ISR.
           MOVE A010-SUBSIDIO-EMP TO R3-25-SUBSIDIO.
           MOVE A010-RETENIDO-EMP TO R3-25-RETENIDO.
           MOVE A010-ENTREGADO-EMP TO R3-25-ENTREGADO.
           PERFORM 077-ESCRIBE-RETENCION.
           ADD A010-RET-EMPLEADOS-EMP TO A008-RET-EMPLEADOS-GPO.
           ADD A010-GRAVABLE-EMP TO A008-GRAVABLE-GPO.
           ADD A010-ISR-EMP TO A008-ISR-GPO.
           ADD A010-SUBSIDIO-EMP TO A008-SUBSIDIO-GPO.
           ADD A010-RETENIDO-EMP TO A008-RETENIDO-GPO.
           ADD A010-ENTREGADO-EMP TO A008-ENTREGADO-GPO.
       035-0400-ACT-CIFRAS-DE-CONTROL.
           ADD 1 TO A990-EMP-PROC.
       035-9900-FIN.
       040-PROC-PTA SECTION.
       040-0100-INICIO.
           MOVE I040-AE-ID-PTA TO I010-ID-PROC-PTA.
           IF S120-SIGUE-NIVELES NOT = 'S' THEN
               MOVE ZEROS TO A015-ACUM-PTA
               END-IF.
      *---
      *La cuenta pagadora se resuelve una vez por planta; una planta
      *sin cuenta activa deja a sus trabajadores en el registro pero
           PERFORM 075-ESCRIBE-TOTAL.
           ADD A015-EMPLEADOS-PTA TO A010-EMPLEADOS-EMP.
           ADD A015-NETO-PTA TO A010-NETO-EMP.
           MOVE 'TOTAL PLANTA' TO R3-25-DESCRIPCION.
           MOVE I010-GPO TO R3-25-GPO.
           MOVE I010-EMP TO R3-25-EMP.
           MOVE I010-PTA TO R3-25-PTA.
           MOVE A015-RET-EMPLEADOS-PTA TO R3-25-EMPLEADOS.
           MOVE A015-GRAVABLE-PTA TO R3-25-GRAVABLE.
           MOVE A015-ISR-PTA TO R3-25-ISR.
           MOVE A015-SUBSIDIO-PTA TO R3-25-SUBSIDIO.
           MOVE A015-RETENIDO-PTA TO R3-25-RETENIDO.
           MOVE A015-ENTREGADO-PTA TO R3-25-ENTREGADO.
           PERFORM 077-ESCRIBE-RETENCION.
           ADD A015-RET-EMPLEADOS-PTA TO A010-RET-EMPLEADOS-EMP.
           ADD A015-GRAVABLE-PTA TO A010-GRAVABLE-EMP.
           ADD A015-ISR-PTA TO A010-ISR-EMP.
           ADD A015-SUBSIDIO-PTA TO A010-SUBSIDIO-EMP.
           ADD A015-RETENIDO-PTA TO A010-RETENIDO-EMP.
           ADD A015-ENTREGADO-PTA TO A010-ENTREGADO-EMP.
           PERFORM 072-POLIZA-PTA.
       040-0400-ACT-CIFRAS-DE-CONTROL.
           ADD 1 TO A990-PTA-PROC.
       040-9900-FIN.
       045-PROC-DPTO SECTION.
       045-0100-INICIO.
           MOVE I040-AE-ID-DPTO TO I010-ID-PROC-DPTO.
           IF S120-SIGUE-NIVELES = 'S' THEN
               MOVE 'N' TO S120-SIGUE-NIVELES
               ELSE
                   MOVE ZEROS TO A020-ACUM-DPTO
                   END-IF.
       045-0200-PROC-DPTO.
           PERFORM 050-PROC-TRAB
               UNTIL I010-ID-PROC-DPTO NOT = I040-AE-ID-DPTO.
           PERFORM 075-ESCRIBE-TOTAL.
           ADD A020-EMPLEADOS-DPTO TO A015-EMPLEADOS-PTA.
           ADD A020-NETO-DPTO TO A015-NETO-PTA.
           PERFORM 071-POLIZA-DPTO.
       045-0400-ACT-CIFRAS-DE-CONTROL.
           ADD 1 TO A990-DPTO-PROC.
       045-9900-FIN.
      *---
      *Calcula el pago del trabajador: salario base mas percepciones
      *menos deducciones, cada concepto como por ciento del salario
      *base del periodo. El ISR sale de la tarifa vigente sobre las
      *percepciones gravadas, neto del subsidio para el empleo.
      *---
       050-PROC-TRAB SECTION.
       050-0050-PUNTO-CONTROL.
           IF W120-DESDE-PUNTO NOT < W120-INTERVALO THEN
               PERFORM 122-ESCRIBE-PUNTO-CONTROL
               END-IF.
       050-0100-CALCULA.
           MOVE ZEROS TO W030-PAGO.
           MOVE 1 TO T010-IDX.
           PERFORM 055-APLICA-CONCEPTO
               UNTIL T010-IDX > T010-NUM-CONCEPTOS.
           PERFORM 054-APLICA-INCIDENCIAS.
           ADD I040-AE-SALBASE TO W030-GRAVABLE.
           IF S018-TARIFA-VIGENTE = 'S' THEN
               PERFORM 052-CALCULA-ISR
               END-IF.
           COMPUTE W030-NETO = I040-AE-SALBASE
               + W030-PERCEPCIONES - W030-DEDUCCIONES.
           PERFORM 056-DEDUCCIONES-FIJAS.
       050-0200-ESCRIBE-DETALLE.
           MOVE I010-GPO TO R1-25-PRINT-GPO.
           MOVE I010-EMP TO R1-25-PRINT-EMP.
           MOVE W030-PERCEPCIONES TO R1-25-PRINT-PERCEP.
           MOVE W030-DEDUCCIONES TO R1-25-PRINT-DEDUC.
           MOVE W030-NETO TO R1-25-PRINT-NETO.
           MOVE W030-TARIFA TO R1-25-PRINT-TARIFA.
       050-0300-GENERA-CHEQUE.
           IF S015-CTA-HALLADA = 'S' AND W030-NETO > 0 THEN
               IF I040-AE-FORMA-PAGO = 'T' THEN
                   PERFORM 062-ESCRIBE-TRANSFERENCIA
                   ELSE
                       PERFORM 060-ESCRIBE-CHEQUE
                       PERFORM 101-ACUMULA-NETO-CUENTA
                       END-IF
               PERFORM 058-CONFIRMA-DEDUCCIONES
               PERFORM 053-ACUMULA-RETENCION
               PERFORM 065-REGISTRA-ACUMULADO
               ELSE
                   MOVE 'SIN CHEQUE' TO R1-25-PRINT-NO-CHEQUE
                   ADD 1 TO A990-EMP-SIN-CUENTA
                   ADD 1 TO A100-NUM-SIN-PAGO
                   ADD W030-NETO TO A100-IMPORTE-SIN-PAGO
                   PERFORM 058-CONFIRMA-DEDUCCIONES
                   END-IF.
       050-0400-ESCRIBE.
           MOVE '1' TO RW-REPORTE.
           MOVE 1 TO RW-AVANCE.
           MOVE R1-25-LINEA-TRAB TO RW-IMAGEN.
           PERFORM 076-GUARDA-LINEA.
           IF S054-INC-HALLADA = 'S' THEN
               MOVE T035-DIAS-FALTA(T035-IDX) TO R1-27-PRINT-FALTAS
               MOVE T035-DIAS-PERMISO(T035-IDX) TO
                   R1-27-PRINT-PERMISOS
               MOVE T035-DIAS-INCAPACIDAD(T035-IDX) TO
                   R1-27-PRINT-INCAPACIDAD
               MOVE W030-DESC-FALTAS TO R1-27-PRINT-DESCUENTO
               MOVE W030-HORAS-EXTRA TO R1-27-PRINT-HORAS
               MOVE W030-TIEMPO-EXTRA TO R1-27-PRINT-EXTRA
               MOVE '1' TO RW-REPORTE
               MOVE 1 TO RW-AVANCE
               MOVE R1-27-LINEA-INCIDENCIAS TO RW-IMAGEN
               PERFORM 076-GUARDA-LINEA
               END-IF.
           ADD 1 TO A020-EMPLEADOS-DPTO.
           ADD W030-NETO TO A020-NETO-DPTO.
       050-0500-LEE.
           MOVE I040-AE-ID-DPTO TO W120-PAG-ID-DPTO.
           MOVE I040-AE-NO-TRAB TO W120-PAG-NO-TRAB.
           ADD 1 TO W120-DESDE-PUNTO.
           PERFORM 070-LEE-REG.
       050-9900-FIN.
       EXIT.

      *---
      *Busca el renglon de la tarifa cuyo limite inferior no pasa
      *de lo gravado; ISR = cuota fija mas el por ciento sobre el
      *excedente. El subsidio del renglon que contiene lo gravado
      *se resta; si el subsidio es mayor, la diferencia se entrega
      *al trabajador como percepcion.
      *---
       052-CALCULA-ISR SECTION.
       052-0200-TARIFA.
           MOVE 1 TO T025-IDX.
           PERFORM 052-0500-AVANZA-TARIFA
               UNTIL T025-IDX > T025-NUM-RENGLONES
                  OR T025-LIM-INFERIOR(T025-IDX) > W030-GRAVABLE.
           SUBTRACT 1 FROM T025-IDX.
           IF T025-IDX > ZERO THEN
               MOVE T025-IDX TO W030-TARIFA
               COMPUTE W030-ISR-CAUSADO ROUNDED =
                   T025-CUOTA-FIJA(T025-IDX)
                   + (W030-GRAVABLE - T025-LIM-INFERIOR(T025-IDX))
                   * T025-PORCENTAJE(T025-IDX) / 100
               END-IF.
       052-0300-SUBSIDIO.
           MOVE 1 TO T026-IDX.
           PERFORM 052-0600-AVANZA-SUBSIDIO
               UNTIL T026-IDX > T026-NUM-RENGLONES.
       052-0400-NETO.
           IF W030-ISR-CAUSADO NOT < W030-SUBSIDIO THEN
               COMPUTE W030-ISR-RETENIDO =
                   W030-ISR-CAUSADO - W030-SUBSIDIO
               ADD W030-ISR-RETENIDO TO W030-DEDUCCIONES
               ELSE
                   COMPUTE W030-SUB-ENTREGADO =
                       W030-SUBSIDIO - W030-ISR-CAUSADO
                   ADD W030-SUB-ENTREGADO TO W030-PERCEPCIONES
                   END-IF.
       052-9900-FIN.
       EXIT.

       052-0500-AVANZA-TARIFA SECTION.
       052-0510-AVANZA.
           ADD 1 TO T025-IDX.
       052-9900-FIN.
       EXIT.

       052-0600-AVANZA-SUBSIDIO SECTION.
       052-0610-COMPARA.
           IF T026-LIM-INFERIOR(T026-IDX) NOT > W030-GRAVABLE
              AND T026-LIM-SUPERIOR(T026-IDX) NOT < W030-GRAVABLE THEN
               MOVE T026-SUBSIDIO(T026-IDX) TO W030-SUBSIDIO
               END-IF.
           ADD 1 TO T026-IDX.
       052-9900-FIN.
       EXIT.

      *---
      *Suma la retencion del trabajador pagado a su planta para el
      *resumen de retenciones.
      *---
       053-ACUMULA-RETENCION SECTION.
       053-0100-SUMA.
           ADD 1 TO A015-RET-EMPLEADOS-PTA.
           ADD W030-GRAVABLE TO A015-GRAVABLE-PTA.
           ADD W030-ISR-CAUSADO TO A015-ISR-PTA.
           ADD W030-SUBSIDIO TO A015-SUBSIDIO-PTA.
           ADD W030-ISR-RETENIDO TO A015-RETENIDO-PTA.
           ADD W030-SUB-ENTREGADO TO A015-ENTREGADO-PTA.
       053-9900-FIN.
       EXIT.

      *---
      *Aplica las incidencias del trabajador: los dias de falta,
      *permiso sin goce e incapacidad se descuentan al salario
      *diario del mes comercial, sin pasar del mes, y bajan lo
      *gravado; las horas extra se pagan al salario de la hora por
      *el factor del parametro, como percepcion gravada.
      *---
       054-APLICA-INCIDENCIAS SECTION.
       054-0100-BUSCA.
           MOVE 'N' TO S054-INC-HALLADA.
           MOVE 1 TO T035-IDX.
           PERFORM 054-0300-COMPARA-UNA
               UNTIL S054-INC-HALLADA = 'S'
                  OR T035-IDX > T035-NUM-TRABAJADORES.
       054-0200-APLICA.
           IF S054-INC-HALLADA = 'S' THEN
               COMPUTE W030-DIAS-DESCUENTO =
                   T035-DIAS-FALTA(T035-IDX)
                   + T035-DIAS-PERMISO(T035-IDX)
                   + T035-DIAS-INCAPACIDAD(T035-IDX)
               IF W030-DIAS-DESCUENTO > W000-DIAS-MES THEN
                   MOVE W000-DIAS-MES TO W030-DIAS-DESCUENTO
                   END-IF
               COMPUTE W030-DESC-FALTAS ROUNDED = I040-AE-SALBASE
                   * W030-DIAS-DESCUENTO / W000-DIAS-MES
               ADD W030-DESC-FALTAS TO W030-DEDUCCIONES
               SUBTRACT W030-DESC-FALTAS FROM W030-GRAVABLE
               MOVE T035-HORAS-EXTRA(T035-IDX) TO W030-HORAS-EXTRA
               COMPUTE W030-TIEMPO-EXTRA ROUNDED = I040-AE-SALBASE
                   * W030-HORAS-EXTRA * W005-FACTOR-EXTRA
                   / (W000-DIAS-MES * W000-HORAS-JORNADA)
               ADD W030-TIEMPO-EXTRA TO W030-PERCEPCIONES
               ADD W030-TIEMPO-EXTRA TO W030-GRAVABLE
               ADD 1 TO A990-INCID-APLICADAS
               END-IF.
       054-9900-FIN.
       EXIT.

       054-0300-COMPARA-UNA SECTION.
       054-0310-COMPARA.
           IF T035-NO-TRAB(T035-IDX) = I040-AE-NO-TRAB THEN
               MOVE 'S' TO S054-INC-HALLADA
               ELSE
                   ADD 1 TO T035-IDX
                   END-IF.
       054-9900-FIN.
       EXIT.

      *---
      *Con tarifa vigente, el concepto de retencion de tasa fija
      *(clase 'I') no se aplica. Las percepciones que no son exentas
      *forman la base gravable.
      *---
       055-APLICA-CONCEPTO SECTION.
       055-0100-APLICA.
           COMPUTE W030-IMPORTE-CONCEPTO ROUNDED = I040-AE-SALBASE
               * T010-PORCENTAJE(T010-IDX) / 100.
           IF T010-CLASE(T010-IDX) = 'I'
              AND S018-TARIFA-VIGENTE = 'S' THEN
               MOVE ZERO TO W030-IMPORTE-CONCEPTO
               END-IF.
           MOVE W030-IMPORTE-CONCEPTO TO T010-IMPORTE(T010-IDX).
           IF T010-TIPO(T010-IDX) = 'P' THEN
               ADD W030-IMPORTE-CONCEPTO TO W030-PERCEPCIONES
               IF T010-CLASE(T010-IDX) NOT = 'E' THEN
                   ADD W030-IMPORTE-CONCEPTO TO W030-GRAVABLE
                   END-IF
               ELSE
                   ADD W030-IMPORTE-CONCEPTO TO W030-DEDUCCIONES
                   END-IF.
       055-9900-FIN.
       EXIT.

      *---
      *Aplica las deducciones fijas del trabajador en el orden del
      *archivo, sin pasar del saldo pendiente ni dejar el neto por
      *debajo del minimo protegido; lo que no alcanza se marca para
      *el reporte de saldos.
      *---
       056-DEDUCCIONES-FIJAS SECTION.
       056-0100-BUSCA.
           MOVE 'N' TO S056-DED-HALLADA.
           MOVE ZERO TO T020-IDX-INICIO.
           MOVE 1 TO T020-IDX.
           PERFORM 056-0300-COMPARA-UNA
               UNTIL S056-DED-HALLADA = 'S'
                  OR T020-IDX > T020-NUM-DEDUCCIONES.
       056-0200-APLICA.
           IF S056-DED-HALLADA = 'S' THEN
               MOVE T020-IDX-INICIO TO T020-IDX
               PERFORM 057-APLICA-DEDUCCION
                   UNTIL T020-IDX > T020-NUM-DEDUCCIONES
                      OR T020-NO-TRAB(T020-IDX) NOT = I040-AE-NO-TRAB
               END-IF.
       056-9900-FIN.
       EXIT.

       056-0300-COMPARA-UNA SECTION.
       056-0310-COMPARA.
           IF T020-NO-TRAB(T020-IDX) = I040-AE-NO-TRAB THEN
               MOVE 'S' TO S056-DED-HALLADA
               MOVE T020-IDX TO T020-IDX-INICIO
               END-IF.
           ADD 1 TO T020-IDX.
       056-9900-FIN.
       EXIT.

       057-APLICA-DEDUCCION SECTION.
       057-0100-PROGRAMA.
           MOVE ZERO TO T020-PROGRAMADO(T020-IDX).
           MOVE ZERO TO T020-APLICADO(T020-IDX).
           IF T020-ESTADO(T020-IDX) = 'S' THEN
               MOVE 'SUSPENDIDA' TO T020-MARCA(T020-IDX)
               END-IF.
           IF T020-ESTADO(T020-IDX) = 'T' THEN
               MOVE 'TERMINADA' TO T020-MARCA(T020-IDX)
               END-IF.
           IF T020-ESTADO(T020-IDX) = 'A' THEN
               IF T020-TIPO-CALCULO(T020-IDX) = 'I' THEN
                   MOVE T020-IMPORTE(T020-IDX) TO
                       T020-PROGRAMADO(T020-IDX)
                   ELSE
                   COMPUTE T020-PROGRAMADO(T020-IDX) ROUNDED =
                       I040-AE-SALBASE * T020-PORCENTAJE(T020-IDX)
                       / 100
                   END-IF
               IF T020-SALDO-ORIGINAL(T020-IDX) > ZERO
                  AND T020-PROGRAMADO(T020-IDX) >
                      T020-SALDO(T020-IDX) THEN
                   MOVE T020-SALDO(T020-IDX) TO
                       T020-PROGRAMADO(T020-IDX)
                   END-IF
               END-IF.
       057-0200-APLICA.
           COMPUTE W030-DISPONIBLE = W030-NETO - W005-NETO-MINIMO.
           IF W030-DISPONIBLE < ZERO THEN
               MOVE ZERO TO W030-DISPONIBLE
               END-IF.
           IF T020-PROGRAMADO(T020-IDX) > W030-DISPONIBLE THEN
               MOVE W030-DISPONIBLE TO T020-APLICADO(T020-IDX)
               ELSE
                   MOVE T020-PROGRAMADO(T020-IDX) TO
                       T020-APLICADO(T020-IDX)
                   END-IF.
           SUBTRACT T020-APLICADO(T020-IDX) FROM W030-NETO.
           ADD T020-APLICADO(T020-IDX) TO W030-DEDUCCIONES.
           IF T020-APLICADO(T020-IDX) < T020-PROGRAMADO(T020-IDX) THEN
               IF T020-APLICADO(T020-IDX) = ZERO THEN
                   MOVE 'NO APLICADA' TO T020-MARCA(T020-IDX)
                   ELSE
                   MOVE 'PARCIAL' TO T020-MARCA(T020-IDX)
                   END-IF
               END-IF.
       057-0300-SIGUIENTE.
           ADD 1 TO T020-IDX.
       057-9900-FIN.
       EXIT.

      *---
      *Con pago emitido, lo aplicado baja el saldo de cada deduccion
      *del trabajador; sin pago no se descuenta nada y la deduccion
      *queda marcada. Una deduccion con saldo cubierto se termina.
      *---
       058-CONFIRMA-DEDUCCIONES SECTION.
       058-0100-CONFIRMA.
           IF S056-DED-HALLADA = 'S' THEN
               MOVE T020-IDX-INICIO TO T020-IDX
               PERFORM 059-CONFIRMA-UNA
                   UNTIL T020-IDX > T020-NUM-DEDUCCIONES
                      OR T020-NO-TRAB(T020-IDX) NOT = I040-AE-NO-TRAB
               END-IF.
       058-9900-FIN.
       EXIT.

       059-CONFIRMA-UNA SECTION.
       059-0100-CONFIRMA.
           IF R1-25-PRINT-NO-CHEQUE = 'SIN CHEQUE' THEN
               IF T020-PROGRAMADO(T020-IDX) > ZERO THEN
                   MOVE ZERO TO T020-APLICADO(T020-IDX)
                   MOVE 'SIN PAGO' TO T020-MARCA(T020-IDX)
                   ADD 1 TO A990-DEDUC-INCOMPLETAS
                   END-IF
               ELSE
               IF T020-APLICADO(T020-IDX) < T020-PROGRAMADO(T020-IDX)
                   ADD 1 TO A990-DEDUC-INCOMPLETAS
                   END-IF
               IF T020-APLICADO(T020-IDX) > ZERO THEN
                   MOVE T020-SALDO(T020-IDX) TO
                       T020-SALDO-ANTERIOR(T020-IDX)
                   MOVE W000-FECHA-CORRIDA TO
                       T020-FECHA-ULTIMA(T020-IDX)
                   ADD 1 TO A990-DEDUC-APLICADAS
                   IF T020-SALDO-ORIGINAL(T020-IDX) > ZERO THEN
                       SUBTRACT T020-APLICADO(T020-IDX) FROM
                           T020-SALDO(T020-IDX)
                       IF T020-SALDO(T020-IDX) = ZERO THEN
                           MOVE 'T' TO T020-ESTADO(T020-IDX)
                           MOVE 'LIQUIDADA' TO T020-MARCA(T020-IDX)
                           ADD 1 TO A990-DEDUC-LIQUIDADAS
                           END-IF
                       END-IF
                   END-IF
               END-IF.
           ADD 1 TO T020-IDX.
       059-9900-FIN.
       EXIT.

      *---
      *Escribe el cheque de pago en el formato de
      *ReporteEntrada.dat, con la cuenta pagadora de la planta y el
      *siguiente folio de su talonario.
      *---
       060-ESCRIBE-CHEQUE SECTION.
       060-0100-ARMA.
           PERFORM 061-TOMA-FOLIO.
           MOVE I010-GPO TO RI-GPO.
           MOVE I010-EMP TO RI-EMP.
           MOVE I010-PTA TO RI-PTA.
       060-0200-ESCRIBE.
           WRITE RI-REPORTE.
           MOVE RI-NO-CHEQUE TO R1-25-PRINT-NO-CHEQUE.
           PERFORM 064-BITACORA-FOLIO.
           ADD 1 TO A990-CHEQUE-GENERADO.
           ADD 1 TO A100-NUM-CHEQUES.
           ADD W030-NETO TO A100-IMPORTE-CHEQUES.
           ADD W030-NETO TO A015-CHEQUES-PTA.
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
           MOVE TA-SIGUIENTE TO T015-SIGUIENTE(T015-IDX-HALLADO).
           MOVE W015-CTA-PLANTA TO W005-FOLIO-CTA.
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
           MOVE W030-NETO TO FC-VALOR.
           MOVE W000-PROG TO FC-PROGRAMA.
           WRITE FC-FOLIO-CHEQUE.
       064-9900-FIN.
       EXIT.

      *---
      *El pago por transferencia no lleva cheque ni folio: queda en
      *el archivo de trabajo con la cuenta pagadora de la planta
      *para armar la dispersion por banco al final.
      *---
       062-ESCRIBE-TRANSFERENCIA SECTION.
       062-0100-ARMA.
           MOVE W015-BCO TO DW-BCO.
           MOVE W015-NO-CTA TO DW-NO-CTA.
           MOVE I040-AE-NO-TRAB TO DW-NO-TRAB.
           MOVE I040-AE-NOMBRE TO DW-NOMBRE.
           MOVE I040-AE-BANCO TO DW-BANCO.
           MOVE I040-AE-CLABE TO DW-CLABE.
           MOVE W030-NETO TO DW-IMPORTE.
       062-0200-ESCRIBE.
           WRITE DW-TRANSFERENCIA.
           MOVE 'TRANSFER.' TO R1-25-PRINT-NO-CHEQUE.
           ADD 1 TO A990-TRANSF-GENERADA.
           ADD 1 TO A100-NUM-TRANSF.
           ADD W030-NETO TO A100-IMPORTE-TRANSF.
           ADD W030-NETO TO A015-TRANSF-PTA.
       062-9900-FIN.
       EXIT.

      *---
      *Deja en los movimientos del acumulado lo pagado al
      *trabajador en el mes de la corrida: sueldo base, cada
      *concepto, percepcion bruta y neto. Solo se acumula a quien se
      *le emitio pago.
      *---
       065-REGISTRA-ACUMULADO SECTION.
       065-0100-SUELDO.
           MOVE 'P' TO W065-TIPO.
           MOVE 'SUELDO BASE' TO W065-CONCEPTO.
           COMPUTE W065-IMPORTE = I040-AE-SALBASE - W030-DESC-FALTAS.
           PERFORM 067-ESCRIBE-MOVIMIENTO.
           IF W030-TIEMPO-EXTRA NOT = ZERO THEN
               MOVE 'TIEMPO EXTRA' TO W065-CONCEPTO
               MOVE W030-TIEMPO-EXTRA TO W065-IMPORTE
               PERFORM 067-ESCRIBE-MOVIMIENTO
               END-IF.
       065-0200-CONCEPTOS.
           MOVE 1 TO T010-IDX.
           PERFORM 066-MOVIMIENTO-CONCEPTO
               UNTIL T010-IDX > T010-NUM-CONCEPTOS.
       065-0250-DEDUCCIONES-FIJAS.
           IF S056-DED-HALLADA = 'S' THEN
               MOVE T020-IDX-INICIO TO T020-IDX
               PERFORM 068-MOVIMIENTO-DEDUCCION
                   UNTIL T020-IDX > T020-NUM-DEDUCCIONES
                      OR T020-NO-TRAB(T020-IDX) NOT = I040-AE-NO-TRAB
               END-IF.
       065-0280-IMPUESTO.
           IF W030-ISR-RETENIDO NOT = ZERO THEN
               MOVE 'D' TO W065-TIPO
               MOVE 'ISR RETENIDO' TO W065-CONCEPTO
               MOVE W030-ISR-RETENIDO TO W065-IMPORTE
               PERFORM 067-ESCRIBE-MOVIMIENTO
               END-IF.
           IF W030-SUB-ENTREGADO NOT = ZERO THEN
               MOVE 'P' TO W065-TIPO
               MOVE 'SUBSIDIO AL EMPLEO' TO W065-CONCEPTO
               MOVE W030-SUB-ENTREGADO TO W065-IMPORTE
               PERFORM 067-ESCRIBE-MOVIMIENTO
               END-IF.
       065-0300-TOTALES.
           MOVE 'B' TO W065-TIPO.
           MOVE 'PERCEPCION BRUTA' TO W065-CONCEPTO.
           COMPUTE W065-IMPORTE = I040-AE-SALBASE - W030-DESC-FALTAS
               + W030-PERCEPCIONES.
           PERFORM 067-ESCRIBE-MOVIMIENTO.
           MOVE 'N' TO W065-TIPO.
           MOVE 'NETO PAGADO' TO W065-CONCEPTO.
           MOVE W030-NETO TO W065-IMPORTE.
           PERFORM 067-ESCRIBE-MOVIMIENTO.
       065-9900-FIN.
       EXIT.

       066-MOVIMIENTO-CONCEPTO SECTION.
       066-0100-CONCEPTO.
           IF T010-IMPORTE(T010-IDX) NOT = ZERO THEN
               MOVE T010-TIPO(T010-IDX) TO W065-TIPO
               MOVE T010-DESCRIPCION(T010-IDX) TO W065-CONCEPTO
               MOVE T010-IMPORTE(T010-IDX) TO W065-IMPORTE
               PERFORM 067-ESCRIBE-MOVIMIENTO
               END-IF.
           ADD 1 TO T010-IDX.
       066-9900-FIN.
       EXIT.

       068-MOVIMIENTO-DEDUCCION SECTION.
       068-0100-DEDUCCION.
           IF T020-APLICADO(T020-IDX) NOT = ZERO THEN
               MOVE 'D' TO W065-TIPO
               MOVE T020-CONCEPTO(T020-IDX) TO W065-CONCEPTO
               MOVE T020-APLICADO(T020-IDX) TO W065-IMPORTE
               PERFORM 067-ESCRIBE-MOVIMIENTO
               END-IF.
           ADD 1 TO T020-IDX.
       068-9900-FIN.
       EXIT.

       067-ESCRIBE-MOVIMIENTO SECTION.
       067-0100-ARMA.
           MOVE ZEROS TO MA-IMPORTES.
           MOVE W000-ANIO-CORRIDA TO MA-ANIO.
           MOVE I040-AE-NO-TRAB TO MA-NO-TRAB.
           MOVE W065-TIPO TO MA-TIPO.
           MOVE W065-CONCEPTO TO MA-CONCEPTO.
           MOVE W065-IMPORTE TO MA-IMPORTE-MES(W000-MES-CORRIDA).
           MOVE W065-IMPORTE TO MA-IMPORTE-ANIO.
       067-0200-ESCRIBE.
           WRITE MA-ACUMULADO.
           ADD 1 TO A990-MOV-ACUMULADO.
           IF W065-TIPO = 'P' OR W065-TIPO = 'D' THEN
               PERFORM 069-ACUMULA-POLIZA
               END-IF.
       067-9900-FIN.
       EXIT.

      *---
      *Suma el movimiento del trabajador pagado al concepto de la
      *poliza: las percepciones al departamento y las deducciones a
      *la planta. El concepto nuevo se agrega a la tabla.
      *---
       069-ACUMULA-POLIZA SECTION.
       069-0100-BUSCA.
           MOVE 'N' TO S069-CONCEPTO-HALLADO.
           MOVE ZERO TO T030-IDX-HALLADO.
           MOVE 1 TO T030-IDX.
           PERFORM 069-0300-COMPARA-UNO
               UNTIL S069-CONCEPTO-HALLADO = 'S'
                  OR T030-IDX > T030-NUM-CONCEPTOS.
       069-0200-SUMA.
           IF S069-CONCEPTO-HALLADO NOT = 'S' THEN
               IF T030-NUM-CONCEPTOS NOT < 60 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  MAS CONCEPTOS DE POLIZA QUE '
      -            'LA TABLA DE TRABAJO'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T030-NUM-CONCEPTOS
               MOVE T030-NUM-CONCEPTOS TO T030-IDX-HALLADO
               MOVE W065-TIPO TO T030-TIPO(T030-IDX-HALLADO)
               MOVE W065-CONCEPTO TO T030-CONCEPTO(T030-IDX-HALLADO)
               MOVE ZERO TO T030-IMPORTE-DPTO(T030-IDX-HALLADO)
               MOVE ZERO TO T030-IMPORTE-PTA(T030-IDX-HALLADO)
               END-IF.
           IF W065-TIPO = 'P' THEN
               ADD W065-IMPORTE TO T030-IMPORTE-DPTO(T030-IDX-HALLADO)
               ELSE
                   ADD W065-IMPORTE TO
                       T030-IMPORTE-PTA(T030-IDX-HALLADO)
                   END-IF.
       069-9900-FIN.
       EXIT.

       069-0300-COMPARA-UNO SECTION.
       069-0310-COMPARA.
           IF T030-TIPO(T030-IDX) = W065-TIPO
              AND T030-CONCEPTO(T030-IDX) = W065-CONCEPTO THEN
               MOVE 'S' TO S069-CONCEPTO-HALLADO
               MOVE T030-IDX TO T030-IDX-HALLADO
               END-IF.
           ADD 1 TO T030-IDX.
       069-9900-FIN.
       EXIT.

      *---
      *Al cerrar el departamento: un cargo de gasto por cada
      *percepcion pagada en el, a la cuenta de su PTA/DPTO.
      *---
       071-POLIZA-DPTO SECTION.
       071-0100-INICIO.
           MOVE 1 TO T030-IDX.
       071-0200-LINEAS.
           PERFORM 071-0300-LINEA-CARGO
               UNTIL T030-IDX > T030-NUM-CONCEPTOS.
       071-9900-FIN.
       EXIT.

       071-0300-LINEA-CARGO SECTION.
       071-0310-ESCRIBE.
           IF T030-TIPO(T030-IDX) = 'P'
              AND T030-IMPORTE-DPTO(T030-IDX) NOT = ZERO THEN
               MOVE I010-PTA TO W074-PTA
               MOVE I010-DPTO TO W074-DPTO
               MOVE T030-CONCEPTO(T030-IDX) TO W074-CONCEPTO
               MOVE 'C' TO W074-NATURALEZA
               MOVE T030-IMPORTE-DPTO(T030-IDX) TO W074-IMPORTE
               MOVE T030-CONCEPTO(T030-IDX) TO W074-REFERENCIA
               PERFORM 074-ESCRIBE-LINEA-POLIZA
               MOVE ZERO TO T030-IMPORTE-DPTO(T030-IDX)
               END-IF.
           ADD 1 TO T030-IDX.
       071-9900-FIN.
       EXIT.

      *---
      *Al cerrar la planta: un abono de pasivo por cada concepto de
      *deduccion retenido en ella y el abono a la cuenta pagadora
      *por lo pagado, a una cuenta puente distinta para cheques y
      *para transferencias.
      *---
       072-POLIZA-PTA SECTION.
       072-0100-INICIO.
           MOVE 1 TO T030-IDX.
       072-0200-PASIVOS.
           PERFORM 072-0300-LINEA-ABONO
               UNTIL T030-IDX > T030-NUM-CONCEPTOS.
       072-0400-BANCOS.
           MOVE I010-PTA TO W074-PTA.
           MOVE SPACES TO W074-DPTO.
           MOVE 'A' TO W074-NATURALEZA.
           MOVE SPACES TO W074-REFERENCIA.
           MOVE W015-BCO TO W074-REF-BCO.
           MOVE W015-NO-CTA TO W074-REF-NO-CTA.
           IF A015-CHEQUES-PTA NOT = ZERO THEN
               MOVE 'PAGO CON CHEQUE' TO W074-CONCEPTO
               MOVE 'CHEQUES' TO W074-REF-FORMA
               MOVE A015-CHEQUES-PTA TO W074-IMPORTE
               PERFORM 074-ESCRIBE-LINEA-POLIZA
               END-IF.
           IF A015-TRANSF-PTA NOT = ZERO THEN
               MOVE 'PAGO POR TRANSFER' TO W074-CONCEPTO
               MOVE 'TRANSF.' TO W074-REF-FORMA
               MOVE A015-TRANSF-PTA TO W074-IMPORTE
               PERFORM 074-ESCRIBE-LINEA-POLIZA
               END-IF.
       072-9900-FIN.
       EXIT.

       072-0300-LINEA-ABONO SECTION.
       072-0310-ESCRIBE.
           IF T030-TIPO(T030-IDX) = 'D'
              AND T030-IMPORTE-PTA(T030-IDX) NOT = ZERO THEN
               MOVE I010-PTA TO W074-PTA
               MOVE SPACES TO W074-DPTO
               MOVE T030-CONCEPTO(T030-IDX) TO W074-CONCEPTO
               MOVE 'A' TO W074-NATURALEZA
               MOVE T030-IMPORTE-PTA(T030-IDX) TO W074-IMPORTE
               MOVE T030-CONCEPTO(T030-IDX) TO W074-REFERENCIA
               PERFORM 074-ESCRIBE-LINEA-POLIZA
               MOVE ZERO TO T030-IMPORTE-PTA(T030-IDX)
               END-IF.
           ADD 1 TO T030-IDX.
       072-9900-FIN.
       EXIT.

      *---
      *Busca la cuenta contable del concepto para el PTA/DPTO de la
      *linea; si no hay, la de la planta (DPTO en blanco) y luego la
      *de la compania (PTA y DPTO en blanco).
      *---
       073-BUSCA-CUENTA-CONTABLE SECTION.
       073-0100-DPTO.
           MOVE 'N' TO S073-CUENTA-HALLADA.
           MOVE SPACES TO W073-CUENTA.
           MOVE W074-PTA TO CC-PTA.
           MOVE W074-DPTO TO CC-DPTO.
           MOVE W074-CONCEPTO TO CC-CONCEPTO.
           READ ARCH-CC-CATALOGO-CUENTAS
               INVALID KEY
                   MOVE 'N' TO S073-CUENTA-HALLADA
               NOT INVALID KEY
                   MOVE 'S' TO S073-CUENTA-HALLADA
           END-READ.
       073-0200-PLANTA.
           IF S073-CUENTA-HALLADA NOT = 'S'
              AND W074-DPTO NOT = SPACES THEN
               MOVE W074-PTA TO CC-PTA
               MOVE SPACES TO CC-DPTO
               MOVE W074-CONCEPTO TO CC-CONCEPTO
               READ ARCH-CC-CATALOGO-CUENTAS
                   INVALID KEY
                       MOVE 'N' TO S073-CUENTA-HALLADA
                   NOT INVALID KEY
                       MOVE 'S' TO S073-CUENTA-HALLADA
               END-READ
               END-IF.
       073-0300-COMPANIA.
           IF S073-CUENTA-HALLADA NOT = 'S' THEN
               MOVE SPACES TO CC-PTA
               MOVE SPACES TO CC-DPTO
               MOVE W074-CONCEPTO TO CC-CONCEPTO
               READ ARCH-CC-CATALOGO-CUENTAS
                   INVALID KEY
                       MOVE 'N' TO S073-CUENTA-HALLADA
                   NOT INVALID KEY
                       MOVE 'S' TO S073-CUENTA-HALLADA
               END-READ
               END-IF.
           IF S073-CUENTA-HALLADA = 'S' THEN
               MOVE CC-CUENTA TO W073-CUENTA
               END-IF.
       073-9900-FIN.
       EXIT.

      *---
      *Escribe la linea de poliza al archivo de trabajo y la suma a
      *cargos o abonos. Un concepto sin cuenta contable termina la
      *corrida; dada de alta la cuenta, se reanuda desde el ultimo
      *punto de control.
      *---
       074-ESCRIBE-LINEA-POLIZA SECTION.
       074-0100-CUENTA.
           PERFORM 073-BUSCA-CUENTA-CONTABLE.
           IF S073-CUENTA-HALLADA NOT = 'S' THEN
               ADD 1 TO A990-POLIZA-SIN-CUENTA
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  SIN CUENTA CONTABLE: ' W074-PTA
                   ' ' W074-DPTO ' ' W074-CONCEPTO
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA
               ELSE
                   MOVE 'D' TO PW-TIPO
                   MOVE W074-PTA TO PW-PTA
                   MOVE W074-DPTO TO PW-DPTO
                   MOVE W073-CUENTA TO PW-CUENTA
                   MOVE W074-NATURALEZA TO PW-NATURALEZA
                   MOVE W074-IMPORTE TO PW-IMPORTE
                   MOVE W074-REFERENCIA TO PW-REFERENCIA
                   WRITE PW-REGISTRO
                   ADD 1 TO A990-POLIZA-LINEAS
                   IF W074-NATURALEZA = 'C' THEN
                       ADD W074-IMPORTE TO A074-TOTAL-CARGOS
                       ELSE
                           ADD W074-IMPORTE TO A074-TOTAL-ABONOS
                           END-IF
                   END-IF.
       074-9900-FIN.
       EXIT.

       070-LEE-REG SECTION.
       070-0100-LEE.
           RETURN ARCH-SW-ORDENA AT END MOVE 1 TO S000-FINARCH.
                   MOVE SW-NO-TRAB TO I040-AE-NO-TRAB
                   MOVE SW-NOMBRE TO I040-AE-NOMBRE
                   MOVE SW-SALBASE TO I040-AE-SALBASE
                   MOVE SW-FORMA-PAGO TO I040-AE-FORMA-PAGO
                   MOVE SW-BANCO TO I040-AE-BANCO
                   MOVE SW-CLABE TO I040-AE-CLABE
                   ADD 1 TO A990-PROC-LEIDO
                   END-IF.
       070-9900-FIN.

       075-ESCRIBE-TOTAL SECTION.
       075-0100-ESCRIBE.
           MOVE '1' TO RW-REPORTE.
           MOVE 2 TO RW-AVANCE.
           MOVE R1-30-LINEA-TOTAL TO RW-IMAGEN.
           PERFORM 076-GUARDA-LINEA.
       075-9900-FIN.
       EXIT.

      *---
      *Guarda una linea del registro o del resumen de retenciones;
      *se imprimen al terminar el pago.
      *---
       076-GUARDA-LINEA SECTION.
       076-0100-ESCRIBE.
           WRITE RW-LINEA.
           ADD 1 TO W120-LINEAS-REGISTRO.
       076-9900-FIN.
       EXIT.

      *---
      *Imprime el registro de nomina y el resumen de retenciones con
      *las lineas guardadas durante el pago, con sus encabezados y
      *saltos de hoja; una corrida reanudada imprime igual que una
      *de una sola vez.
      *---
       078-IMPRIME-REPORTES SECTION.
       078-0100-INICIO.
           OPEN OUTPUT REPO-R1-NOMINA.
           MOVE 0 TO S000-ESTADOREPO.
           OPEN OUTPUT REPO-R3-RETENCION.
           MOVE 0 TO S000-ESTADOREPO3.
           OPEN INPUT ARCH-RW-REGISTRO-TRB.
           MOVE 0 TO S000-ESTADOARCHRW.
           MOVE 0 TO S078-FINARCHRW.
       078-0200-IMPRIME.
           PERFORM 079-IMPRIME-LINEA UNTIL S078-FINARCHRW = 1.
       078-0300-CIERRA.
           CLOSE ARCH-RW-REGISTRO-TRB.
           MOVE 1 TO S000-ESTADOARCHRW.
           CLOSE REPO-R1-NOMINA.
           MOVE 1 TO S000-ESTADOREPO.
           CLOSE REPO-R3-RETENCION.
           MOVE 1 TO S000-ESTADOREPO3.
       078-9900-FIN.
       EXIT.

       079-IMPRIME-LINEA SECTION.
       079-0100-LEE.
           READ ARCH-RW-REGISTRO-TRB AT END MOVE 1 TO S078-FINARCHRW.
           IF S078-FINARCHRW NOT = 1 AND RW-REPORTE = '1' THEN
               IF (R1-NUM-LIN + RW-AVANCE)>R1-MAX-LIN THEN
                   PERFORM 080-ENCABEZADOS
                   END-IF
               WRITE R1-NOMINA FROM RW-IMAGEN AFTER RW-AVANCE
               ADD RW-AVANCE TO R1-NUM-LIN
               END-IF.
           IF S078-FINARCHRW NOT = 1 AND RW-REPORTE = '3' THEN
               IF (R3-NUM-LIN + RW-AVANCE)>R3-MAX-LIN THEN
                   PERFORM 082-ENCABEZADOS-RETENCION
                   END-IF
               WRITE R3-RETENCION FROM RW-IMAGEN AFTER RW-AVANCE
               ADD RW-AVANCE TO R3-NUM-LIN
               END-IF.
       079-9900-FIN.
       EXIT.

       080-ENCABEZADOS SECTION.
       080-0100-INICIO.
           ADD 1 TO R1-NUM-HOJA.
       080-9900-FIN.
       EXIT.

      *---
      *Suma los movimientos de la corrida al acumulado anual. Si la
      *fecha de la corrida ya esta acumulada es un reproceso: se
      *avisa y el acumulado se deja como esta para no duplicar el
      *periodo.
      *---
       085-ACTUALIZA-ACUMULADO SECTION.
       085-0100-VERIFICA.
           MOVE 'N' TO S085-ACUM-REPETIDO.
           OPEN INPUT ARCH-AN-ARCHIVO-ACUMULADO.
           MOVE 0 TO S000-ESTADOARCHACU.
           MOVE 0 TO S085-FINARCHACU.
           READ ARCH-AN-ARCHIVO-ACUMULADO AT END MOVE 1 TO
               S085-FINARCHACU.
           IF S085-FINARCHACU NOT = 1
              AND AN-ANIO = ZERO AND AN-TIPO = 'C'
              AND AN-IMPORTE-ANIO = W000-FECHA-CORRIDA THEN
               MOVE 'S' TO S085-ACUM-REPETIDO
               END-IF.
           CLOSE ARCH-AN-ARCHIVO-ACUMULADO.
           MOVE 1 TO S000-ESTADOARCHACU.
       085-0200-ACUMULA.
           IF S085-ACUM-REPETIDO = 'S' THEN
               DISPLAY W000-PROG '  CORRIDA ' W000-FECHA-CORRIDA
               ' YA ACUMULADA EN EL ANIO'
               DISPLAY W000-PROG '  EL ACUMULADO ANUAL SE OMITE EN '
      -        'ESTE REPROCESO'
               ELSE
                   SORT ARCH-SA-ORDENA-ACUM
                       ON ASCENDING KEY SA-LLAVE
                       USING ARCH-AN-ARCHIVO-ACUMULADO
                             ARCH-MA-MOV-ACUMULADO
                       OUTPUT PROCEDURE 086-COMBINA
                   PERFORM 088-INSTALA-ACUMULADO
                   END-IF.
       085-9900-FIN.
       EXIT.

      *---
      *Escribe al archivo de trabajo el registro de control con la
      *fecha de hoy y despues una linea por llave con la suma de
      *sus meses; el control anterior se descarta.
      *---
       086-COMBINA SECTION.
       086-0100-INICIO.
           OPEN OUTPUT ARCH-AT-ACUMULADO-TRB.
           MOVE 0 TO S000-ESTADOARCHACT.
           MOVE ZEROS TO AT-ACUMULADO.
           MOVE 'CONTRL' TO AT-NO-TRAB.
           MOVE 'C' TO AT-TIPO.
           MOVE SPACES TO AT-CONCEPTO.
           MOVE W000-FECHA-CORRIDA TO AT-IMPORTE-ANIO.
           WRITE AT-ACUMULADO.
           MOVE 0 TO S085-FINARCHSA.
           PERFORM 087-LEE-ORDENADO.
       086-0200-COMBINA.
           PERFORM 086-0300-PROC-LLAVE UNTIL S085-FINARCHSA = 1.
           CLOSE ARCH-AT-ACUMULADO-TRB.
           MOVE 1 TO S000-ESTADOARCHACT.
       086-9900-FIN.
       EXIT.

       086-0300-PROC-LLAVE SECTION.
       086-0310-TOMA.
           MOVE SA-ACUMULADO TO W086-ACUMULADO.
           PERFORM 087-LEE-ORDENADO.
           PERFORM 086-0400-SUMA-IGUAL
               UNTIL S085-FINARCHSA = 1
                  OR SA-LLAVE NOT = W086-LLAVE.
       086-0320-ESCRIBE.
           MOVE W086-ACUMULADO TO AT-ACUMULADO.
           WRITE AT-ACUMULADO.
           ADD 1 TO A990-ACUM-ESCRITO.
       086-9900-FIN.
       EXIT.

       086-0400-SUMA-IGUAL SECTION.
       086-0410-SUMA.
           MOVE 1 TO W086-IDX.
           PERFORM 086-0500-SUMA-MES UNTIL W086-IDX > 12.
           ADD SA-IMPORTE-ANIO TO W086-IMPORTE-ANIO.
           PERFORM 087-LEE-ORDENADO.
       086-9900-FIN.
       EXIT.

       086-0500-SUMA-MES SECTION.
       086-0510-SUMA.
           ADD SA-IMPORTE-MES(W086-IDX) TO W086-IMPORTE-MES(W086-IDX).
           ADD 1 TO W086-IDX.
       086-9900-FIN.
       EXIT.

      *---
      *Regresa el siguiente registro ordenado, saltando el registro
      *de control del acumulado anterior.
      *---
       087-LEE-ORDENADO SECTION.
       087-0100-LEE.
           PERFORM 087-0200-REGRESA-UNO.
           PERFORM 087-0200-REGRESA-UNO
               UNTIL S085-FINARCHSA = 1
                  OR SA-TIPO NOT = 'C'.
       087-9900-FIN.
       EXIT.

       087-0200-REGRESA-UNO SECTION.
       087-0210-REGRESA.
           RETURN ARCH-SA-ORDENA-ACUM AT END MOVE 1 TO S085-FINARCHSA.
       087-9900-FIN.
       EXIT.

      *---
      *Instala el acumulado nuevo, ya completo, sobre
      *AcumuladoNomina.dat.
      *---
       088-INSTALA-ACUMULADO SECTION.
       088-0100-INICIO.
           OPEN INPUT ARCH-AT-ACUMULADO-TRB.
           MOVE 0 TO S000-ESTADOARCHACT.
           MOVE 0 TO S085-FINARCHACT.
           OPEN OUTPUT ARCH-AN-ARCHIVO-ACUMULADO.
           MOVE 0 TO S000-ESTADOARCHACU.
       088-0200-COPIA.
           PERFORM 088-0300-COPIA-UNO UNTIL S085-FINARCHACT = 1.
           CLOSE ARCH-AT-ACUMULADO-TRB.
           MOVE 1 TO S000-ESTADOARCHACT.
           CLOSE ARCH-AN-ARCHIVO-ACUMULADO.
           MOVE 1 TO S000-ESTADOARCHACU.
       088-9900-FIN.
       EXIT.

       088-0300-COPIA-UNO SECTION.
       088-0310-COPIA.
           READ ARCH-AT-ACUMULADO-TRB AT END MOVE 1 TO S085-FINARCHACT.
           IF S085-FINARCHACT NOT = 1 THEN
               MOVE AT-ACUMULADO TO AN-ACUMULADO
               WRITE AN-ACUMULADO
               END-IF.
       088-9900-FIN.
       EXIT.

      *---
      *Reporte de saldos por trabajador y deduccion: saldo al
      *iniciar, lo programado, lo aplicado, lo que no se pudo
      *descontar y el saldo que queda.
      *---
       090-REPORTE-SALDOS SECTION.
       090-0100-INICIO.
           OPEN OUTPUT REPO-R2-SALDOS.
           MOVE 0 TO S000-ESTADOREPO2.
           MOVE 0 TO R2-NUM-HOJA.
           MOVE R2-MAX-LIN TO R2-NUM-LIN.
           MOVE W000-PROG TO R2-05-CONSPRO.
           MOVE W000-FECHA-CORRIDA TO R2-05-FECHA.
           MOVE ZEROS TO A090-ACUM-SALDOS.
           MOVE 1 TO T020-IDX.
       090-0200-DETALLE.
           PERFORM 091-ESCRIBE-SALDO
               UNTIL T020-IDX > T020-NUM-DEDUCCIONES.
       090-0300-TOTALES.
           IF (R2-NUM-LIN + 9)>R2-MAX-LIN THEN
               PERFORM 092-ENCABEZADOS-SALDOS
               END-IF.
           MOVE 'TOTAL PROGRAMADO' TO R2-30-DESCRIPCION.
           MOVE A090-PROGRAMADO TO R2-30-IMPORTE.
           WRITE R2-SALDOS FROM R2-30-LINEA-TOTAL AFTER 3.
           MOVE 'TOTAL APLICADO' TO R2-30-DESCRIPCION.
           MOVE A090-APLICADO TO R2-30-IMPORTE.
           WRITE R2-SALDOS FROM R2-30-LINEA-TOTAL AFTER 2.
           MOVE 'TOTAL NO APLICADO' TO R2-30-DESCRIPCION.
           MOVE A090-NO-APLICADO TO R2-30-IMPORTE.
           WRITE R2-SALDOS FROM R2-30-LINEA-TOTAL AFTER 2.
           MOVE 'SALDO TOTAL PENDIENTE' TO R2-30-DESCRIPCION.
           MOVE A090-SALDO TO R2-30-IMPORTE.
           WRITE R2-SALDOS FROM R2-30-LINEA-TOTAL AFTER 2.
           CLOSE REPO-R2-SALDOS.
           MOVE 1 TO S000-ESTADOREPO2.
       090-9900-FIN.
       EXIT.

       091-ESCRIBE-SALDO SECTION.
       091-0100-ARMA.
           MOVE T020-NO-TRAB(T020-IDX) TO R2-25-NO-TRAB.
           MOVE T020-CONCEPTO(T020-IDX) TO R2-25-CONCEPTO.
           MOVE T020-TIPO-CALCULO(T020-IDX) TO R2-25-TIPO-CALCULO.
           MOVE T020-SALDO-INICIAL(T020-IDX) TO R2-25-SALDO-INICIAL.
           MOVE T020-PROGRAMADO(T020-IDX) TO R2-25-PROGRAMADO.
           MOVE T020-APLICADO(T020-IDX) TO R2-25-APLICADO.
           COMPUTE R2-25-NO-APLICADO = T020-PROGRAMADO(T020-IDX)
               - T020-APLICADO(T020-IDX).
           MOVE T020-SALDO(T020-IDX) TO R2-25-SALDO.
           MOVE T020-MARCA(T020-IDX) TO R2-25-MARCA.
       091-0200-ESCRIBE.
           IF (R2-NUM-LIN + 1)>R2-MAX-LIN THEN
               PERFORM 092-ENCABEZADOS-SALDOS
               END-IF.
           WRITE R2-SALDOS FROM R2-25-LINEA-DEDUCCION AFTER 1.
           ADD 1 TO R2-NUM-LIN.
           ADD T020-PROGRAMADO(T020-IDX) TO A090-PROGRAMADO.
           ADD T020-APLICADO(T020-IDX) TO A090-APLICADO.
           COMPUTE A090-NO-APLICADO = A090-NO-APLICADO
               + T020-PROGRAMADO(T020-IDX) - T020-APLICADO(T020-IDX).
           ADD T020-SALDO(T020-IDX) TO A090-SALDO.
           ADD 1 TO T020-IDX.
       091-9900-FIN.
       EXIT.

       092-ENCABEZADOS-SALDOS SECTION.
       092-0100-INICIO.
           ADD 1 TO R2-NUM-HOJA.
           MOVE R2-NUM-HOJA TO R2-10-PAGNU.
       092-0200-ESCRIBE.
           WRITE R2-SALDOS FROM R2-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R2-SALDOS FROM R2-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R2-SALDOS FROM R2-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 5 TO R2-NUM-LIN.
       092-9900-FIN.
       EXIT.

      *---
      *Escribe las deducciones con su saldo nuevo al archivo de
      *trabajo; el archivo real solo se toca en la instalacion.
      *---
       094-REESCRIBE-DEDUCCIONES SECTION.
       094-0100-INICIO.
           OPEN OUTPUT ARCH-DT-DEDUCCIONES-TRB.
           MOVE 0 TO S000-ESTADOARCHDTR.
           MOVE 1 TO T020-IDX.
       094-0200-ESCRIBE.
           PERFORM 095-ESCRIBE-UNA
               UNTIL T020-IDX > T020-NUM-DEDUCCIONES.
           CLOSE ARCH-DT-DEDUCCIONES-TRB.
           MOVE 1 TO S000-ESTADOARCHDTR.
       094-9900-FIN.
       EXIT.

       095-ESCRIBE-UNA SECTION.
       095-0100-ESCRIBE.
           MOVE T020-NO-TRAB(T020-IDX) TO DT-NO-TRAB.
           MOVE T020-CONCEPTO(T020-IDX) TO DT-CONCEPTO.
           MOVE T020-TIPO-CALCULO(T020-IDX) TO DT-TIPO-CALCULO.
           MOVE T020-IMPORTE(T020-IDX) TO DT-IMPORTE.
           MOVE T020-PORCENTAJE(T020-IDX) TO DT-PORCENTAJE.
           MOVE T020-SALDO-ORIGINAL(T020-IDX) TO DT-SALDO-ORIGINAL.
           MOVE T020-SALDO(T020-IDX) TO DT-SALDO.
           MOVE T020-SALDO-ANTERIOR(T020-IDX) TO DT-SALDO-ANTERIOR.
           MOVE T020-FECHA-ULTIMA(T020-IDX) TO DT-FECHA-ULTIMA.
           MOVE T020-ESTADO(T020-IDX) TO DT-ESTADO.
           WRITE DT-DEDUCCION.
           ADD 1 TO T020-IDX.
       095-9900-FIN.
       EXIT.

       096-INSTALA-DEDUCCIONES SECTION.
       096-0100-INICIO.
           OPEN INPUT ARCH-DT-DEDUCCIONES-TRB.
           MOVE 0 TO S000-ESTADOARCHDTR.
           MOVE 0 TO S096-FINARCHDTR.
           OPEN OUTPUT ARCH-DF-ARCHIVO-DEDUCCIONES.
           MOVE 0 TO S000-ESTADOARCHDED.
       096-0200-COPIA.
           PERFORM 097-COPIA-UNA UNTIL S096-FINARCHDTR = 1.
           CLOSE ARCH-DT-DEDUCCIONES-TRB.
           MOVE 1 TO S000-ESTADOARCHDTR.
           CLOSE ARCH-DF-ARCHIVO-DEDUCCIONES.
           MOVE 1 TO S000-ESTADOARCHDED.
       096-9900-FIN.
       EXIT.

       097-COPIA-UNA SECTION.
       097-0100-COPIA.
           READ ARCH-DT-DEDUCCIONES-TRB AT END MOVE 1 TO
               S096-FINARCHDTR.
           IF S096-FINARCHDTR NOT = 1 THEN
               MOVE DT-DEDUCCION TO DF-DEDUCCION
               WRITE DF-DEDUCCION
               END-IF.
       097-9900-FIN.
       EXIT.

       077-ESCRIBE-RETENCION SECTION.
       077-0100-ESCRIBE.
           MOVE '3' TO RW-REPORTE.
           MOVE 2 TO RW-AVANCE.
           MOVE R3-25-LINEA-RETENCION TO RW-IMAGEN.
           PERFORM 076-GUARDA-LINEA.
       077-9900-FIN.
       EXIT.

       082-ENCABEZADOS-RETENCION SECTION.
       082-0100-INICIO.
           ADD 1 TO R3-NUM-HOJA.
           MOVE R3-NUM-HOJA TO R3-10-PAGNU.
       082-0200-ESCRIBE.
           WRITE R3-RETENCION FROM R3-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R3-RETENCION FROM R3-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R3-RETENCION FROM R3-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 5 TO R3-NUM-LIN.
       082-9900-FIN.
       EXIT.

      *---
      *Ordena las transferencias por cuenta pagadora y escribe la
      *dispersion con encabezado y sumario por cuenta; el resumen
      *cuadra transferencias mas cheques mas lo no pagado contra el
      *neto total del registro.
      *---
       100-GENERA-DISPERSION SECTION.
       100-0100-INICIO.
           OPEN OUTPUT ARCH-DS-DISPERSION.
           MOVE 0 TO S000-ESTADOARCHDS.
           OPEN OUTPUT REPO-R4-DISPERSION.
           MOVE 0 TO S000-ESTADOREPO4.
           MOVE 0 TO R4-NUM-HOJA.
           MOVE R4-MAX-LIN TO R4-NUM-LIN.
           MOVE W000-PROG TO R4-05-CONSPRO.
           MOVE W000-FECHA-CORRIDA TO R4-05-FECHA.
       100-0200-ORDENA.
           SORT ARCH-SD-ORDENA-DISP
               ON ASCENDING KEY SD-BCO SD-NO-CTA SD-NO-TRAB
               USING ARCH-DW-TRANSF-TRB
               OUTPUT PROCEDURE 102-ESCRIBE-DISPERSION.
       100-0300-CUADRE.
           PERFORM 106-CUADRE.
           CLOSE ARCH-DS-DISPERSION.
           MOVE 1 TO S000-ESTADOARCHDS.
           CLOSE REPO-R4-DISPERSION.
           MOVE 1 TO S000-ESTADOREPO4.
       100-9900-FIN.
       EXIT.

      *---
      *Suma el neto del trabajador pagado con cheque a la cuenta
      *pagadora de su planta (W015-BCO/W015-NO-CTA).
      *---
       101-ACUMULA-NETO-CUENTA SECTION.
       101-0100-BUSCA.
           MOVE ZERO TO T101-IDX-HALLADO.
           MOVE 1 TO T101-IDX.
           PERFORM 101-0500-COMPARA-UNA
               UNTIL T101-IDX-HALLADO > 0
                  OR T101-IDX > T101-NUM-CUENTAS.
       101-0200-AGREGA.
           IF T101-IDX-HALLADO = 0 THEN
               IF T101-NUM-CUENTAS NOT < 100 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  CUENTAS PAGADORAS EXCEDEN LA '
      -            'TABLA DE NETOS'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T101-NUM-CUENTAS
               MOVE T101-NUM-CUENTAS TO T101-IDX-HALLADO
               MOVE W015-BCO TO T101-BCO(T101-IDX-HALLADO)
               MOVE W015-NO-CTA TO T101-NO-CTA(T101-IDX-HALLADO)
               MOVE ZERO TO T101-NUM-CHEQUES(T101-IDX-HALLADO)
               MOVE ZERO TO T101-IMPORTE(T101-IDX-HALLADO)
               END-IF.
       101-0300-SUMA.
           ADD 1 TO T101-NUM-CHEQUES(T101-IDX-HALLADO).
           ADD W030-NETO TO T101-IMPORTE(T101-IDX-HALLADO).
       101-9900-FIN.
       EXIT.

       101-0500-COMPARA-UNA SECTION.
       101-0510-COMPARA.
           IF T101-BCO(T101-IDX) = W015-BCO
              AND T101-NO-CTA(T101-IDX) = W015-NO-CTA THEN
               MOVE T101-IDX TO T101-IDX-HALLADO
               END-IF.
           ADD 1 TO T101-IDX.
       101-9900-FIN.
       EXIT.

       102-ESCRIBE-DISPERSION SECTION.
       102-0100-INICIO.
           MOVE 0 TO S102-FINARCHSD.
           PERFORM 105-LEE-ORDENADO.
       102-0200-PROCESA.
           PERFORM 103-PROC-CUENTA UNTIL S102-FINARCHSD = 1.
       102-9900-FIN.
       EXIT.

       103-PROC-CUENTA SECTION.
       103-0100-ENCABEZADO.
           MOVE SD-BCO TO I102-BCO.
           MOVE SD-NO-CTA TO I102-NO-CTA.
           MOVE ZERO TO A100-NUM-CUENTA A100-IMPORTE-CUENTA.
           MOVE SPACES TO DS-ENCABEZADO.
           MOVE 'H' TO DS-E-TIPO.
           MOVE I102-BCO TO DS-E-BCO.
           MOVE I102-NO-CTA TO DS-E-NO-CTA.
           MOVE W000-FECHA-CORRIDA TO DS-E-FECHA.
           WRITE DS-ENCABEZADO.
           ADD 1 TO A990-DISPERSION-ESCRITO.
       103-0200-DETALLE.
           PERFORM 104-ESCRIBE-ABONO
               UNTIL S102-FINARCHSD = 1
                  OR SD-BCO NOT = I102-BCO
                  OR SD-NO-CTA NOT = I102-NO-CTA.
       103-0300-SUMARIO.
           MOVE SPACES TO DS-SUMARIO.
           MOVE 'T' TO DS-T-TIPO.
           MOVE I102-BCO TO DS-T-BCO.
           MOVE I102-NO-CTA TO DS-T-NO-CTA.
           MOVE A100-NUM-CUENTA TO DS-T-NUM-ABONOS.
           MOVE A100-IMPORTE-CUENTA TO DS-T-IMPORTE-TOTAL.
           WRITE DS-SUMARIO.
           ADD 1 TO A990-DISPERSION-ESCRITO.
       103-0400-REPORTA.
           MOVE I102-BCO TO R4-25-BCO.
           MOVE I102-NO-CTA TO R4-25-NO-CTA.
           MOVE 'TRANSFERENCIAS DE LA CUENTA' TO R4-25-DESCRIPCION.
           MOVE A100-NUM-CUENTA TO R4-25-NUMERO.
           MOVE A100-IMPORTE-CUENTA TO R4-25-IMPORTE.
           MOVE SPACES TO R4-25-MARCA.
           PERFORM 107-ESCRIBE-LINEA.
       103-9900-FIN.
       EXIT.

       104-ESCRIBE-ABONO SECTION.
       104-0100-ESCRIBE.
           MOVE SPACES TO DS-DETALLE.
           MOVE 'D' TO DS-D-TIPO.
           MOVE SD-NO-TRAB TO DS-D-NO-TRAB.
           MOVE SD-NOMBRE TO DS-D-NOMBRE.
           MOVE SD-BANCO TO DS-D-BANCO.
           MOVE SD-CLABE TO DS-D-CLABE.
           MOVE SD-IMPORTE TO DS-D-IMPORTE.
           MOVE W000-FECHA-CORRIDA TO DS-D-FECHA.
           WRITE DS-DETALLE.
           ADD 1 TO A990-DISPERSION-ESCRITO.
           ADD 1 TO A100-NUM-CUENTA.
           ADD SD-IMPORTE TO A100-IMPORTE-CUENTA.
           PERFORM 105-LEE-ORDENADO.
       104-9900-FIN.
       EXIT.

       105-LEE-ORDENADO SECTION.
       105-0100-LEE.
           RETURN ARCH-SD-ORDENA-DISP AT END MOVE 1 TO S102-FINARCHSD.
       105-9900-FIN.
       EXIT.

       106-CUADRE SECTION.
       106-0100-TOTALES.
           MOVE SPACES TO R4-25-BCO R4-25-NO-CTA R4-25-MARCA.
           MOVE 'TOTAL TRANSFERENCIAS' TO R4-25-DESCRIPCION.
           MOVE A100-NUM-TRANSF TO R4-25-NUMERO.
           MOVE A100-IMPORTE-TRANSF TO R4-25-IMPORTE.
           PERFORM 107-ESCRIBE-LINEA.
           MOVE 'TOTAL CHEQUES' TO R4-25-DESCRIPCION.
           MOVE A100-NUM-CHEQUES TO R4-25-NUMERO.
           MOVE A100-IMPORTE-CHEQUES TO R4-25-IMPORTE.
           PERFORM 107-ESCRIBE-LINEA.
           MOVE 'NETO NO PAGADO (SIN CHEQUE)' TO R4-25-DESCRIPCION.
           MOVE A100-NUM-SIN-PAGO TO R4-25-NUMERO.
           MOVE A100-IMPORTE-SIN-PAGO TO R4-25-IMPORTE.
           PERFORM 107-ESCRIBE-LINEA.
       106-0200-CUADRE.
           COMPUTE A100-IMPORTE-PAGADO = A100-IMPORTE-TRANSF
               + A100-IMPORTE-CHEQUES + A100-IMPORTE-SIN-PAGO.
           COMPUTE A100-DIFERENCIA = A002-NETO-CIA
               - A100-IMPORTE-PAGADO.
           MOVE 'SUMA TRANSF. + CHEQUES + NO PAGADO' TO
               R4-25-DESCRIPCION.
           COMPUTE R4-25-NUMERO = A100-NUM-TRANSF + A100-NUM-CHEQUES
               + A100-NUM-SIN-PAGO.
           MOVE A100-IMPORTE-PAGADO TO R4-25-IMPORTE.
           PERFORM 107-ESCRIBE-LINEA.
           MOVE 'NETO TOTAL DEL REGISTRO' TO R4-25-DESCRIPCION.
           MOVE A002-EMPLEADOS-CIA TO R4-25-NUMERO.
           MOVE A002-NETO-CIA TO R4-25-IMPORTE.
           PERFORM 107-ESCRIBE-LINEA.
           MOVE 'DIFERENCIA' TO R4-25-DESCRIPCION.
           MOVE ZERO TO R4-25-NUMERO.
           MOVE A100-DIFERENCIA TO R4-25-IMPORTE.
           IF A100-DIFERENCIA = ZERO THEN
               MOVE 'CUADRA' TO R4-25-MARCA
               ELSE
                   MOVE 'NO CUADRA' TO R4-25-MARCA
                   DISPLAY W000-PROG '  LA DISPERSION NO CUADRA CON '
      -            'EL REGISTRO DE NOMINA'
                   MOVE 4 TO RETURN-CODE
                   END-IF.
           PERFORM 107-ESCRIBE-LINEA.
       106-9900-FIN.
       EXIT.

       107-ESCRIBE-LINEA SECTION.
       107-0100-ESCRIBE.
           IF (R4-NUM-LIN + 2)>R4-MAX-LIN THEN
               PERFORM 108-ENCABEZADOS-DISPERSION
               END-IF.
           WRITE R4-DISPERSION FROM R4-25-LINEA-CUADRE AFTER 2.
           ADD 2 TO R4-NUM-LIN.
       107-9900-FIN.
       EXIT.

       108-ENCABEZADOS-DISPERSION SECTION.
       108-0100-INICIO.
           ADD 1 TO R4-NUM-HOJA.
           MOVE R4-NUM-HOJA TO R4-10-PAGNU.
       108-0200-ESCRIBE.
           WRITE R4-DISPERSION FROM R4-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R4-DISPERSION FROM R4-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R4-DISPERSION FROM R4-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           MOVE 5 TO R4-NUM-LIN.
       108-9900-FIN.
       EXIT.

      *---
      *Deja en CifrasCadena.dat el neto que toca pagar con cheque:
      *uno por cuenta pagadora, y el de la compania con BCO/NO-CTA
      *en blanco, que es el neto del registro menos lo transferido y
      *lo que quedo sin pago. Si la dispersion no cuadro, la
      *diferencia aparece en la cadena contra NominaCheques.dat.
      *---
       109-CIFRAS-CADENA SECTION.
       109-0100-ABRE.
           OPEN EXTEND ARCH-CD-CIFRAS-CADENA.
           MOVE 0 TO S000-ESTADOARCHCAD.
       109-0200-INICIO-CORRIDA.
           MOVE W000-PROG TO CD-PROGRAMA.
           MOVE 'INI' TO CD-CONCEPTO.
           MOVE W000-FECHA-CORRIDA TO CD-FECHA.
           MOVE SPACES TO CD-BCO CD-NO-CTA.
           MOVE ZEROS TO CD-CUENTA CD-IMPORTE.
           WRITE CD-CIFRA-CADENA.
       109-0300-NETO-CUENTAS.
           MOVE 'NET' TO CD-CONCEPTO.
           MOVE 1 TO T101-IDX.
           PERFORM 109-0500-NETO-CUENTA
               UNTIL T101-IDX > T101-NUM-CUENTAS.
       109-0400-NETO-CHEQUES.
           MOVE SPACES TO CD-BCO CD-NO-CTA.
           MOVE A100-NUM-CHEQUES TO CD-CUENTA.
           COMPUTE CD-IMPORTE = A002-NETO-CIA - A100-IMPORTE-TRANSF
               - A100-IMPORTE-SIN-PAGO.
           WRITE CD-CIFRA-CADENA.
           CLOSE ARCH-CD-CIFRAS-CADENA.
           MOVE 1 TO S000-ESTADOARCHCAD.
       109-9900-FIN.
       EXIT.

      *---
      *Instala la poliza solo si esta cuadrada: con cargos distintos
      *de abonos la corrida termina anormalmente y PolizaNomina.dat
      *no se toca.
      *---
       109-0500-NETO-CUENTA SECTION.
       109-0510-ESCRIBE.
           MOVE T101-BCO(T101-IDX) TO CD-BCO.
           MOVE T101-NO-CTA(T101-IDX) TO CD-NO-CTA.
           MOVE T101-NUM-CHEQUES(T101-IDX) TO CD-CUENTA.
           MOVE T101-IMPORTE(T101-IDX) TO CD-IMPORTE.
           WRITE CD-CIFRA-CADENA.
           ADD 1 TO T101-IDX.
       109-9900-FIN.
       EXIT.

       110-INSTALA-POLIZA SECTION.
       110-0100-VERIFICA.
           IF A074-TOTAL-CARGOS NOT = A074-TOTAL-ABONOS THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  POLIZA DE NOMINA DESBALANCEADA, '
      -        'CARGOS: ' A074-TOTAL-CARGOS ' ABONOS: '
                   A074-TOTAL-ABONOS
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA
               END-IF.
       110-0200-COPIA.
           OPEN INPUT ARCH-PW-POLIZA-TRB.
           MOVE 0 TO S000-ESTADOARCHPW.
           MOVE 0 TO S110-FINARCHPW.
           OPEN OUTPUT ARCH-PZ-ARCHIVO-POLIZA.
           MOVE 0 TO S000-ESTADOARCHPZ.
           PERFORM 111-COPIA-UNA UNTIL S110-FINARCHPW = 1.
       110-0300-TOTAL.
           MOVE SPACES TO PZ-REGISTRO.
           MOVE 'T' TO PZ-TIPO.
           MOVE A074-TOTAL-CARGOS TO PZ-T-CARGOS.
           MOVE A074-TOTAL-ABONOS TO PZ-T-ABONOS.
           WRITE PZ-REGISTRO.
           CLOSE ARCH-PW-POLIZA-TRB.
           MOVE 1 TO S000-ESTADOARCHPW.
           CLOSE ARCH-PZ-ARCHIVO-POLIZA.
           MOVE 1 TO S000-ESTADOARCHPZ.
       110-9900-FIN.
       EXIT.

       111-COPIA-UNA SECTION.
       111-0100-COPIA.
           READ ARCH-PW-POLIZA-TRB AT END MOVE 1 TO S110-FINARCHPW.
           IF S110-FINARCHPW NOT = 1 THEN
               MOVE SPACES TO PZ-REGISTRO
               MOVE PW-TIPO TO PZ-TIPO
               MOVE PW-PTA TO PZ-PTA
               MOVE PW-DPTO TO PZ-DPTO
               MOVE PW-CUENTA TO PZ-CUENTA
               MOVE PW-NATURALEZA TO PZ-NATURALEZA
               MOVE PW-IMPORTE TO PZ-IMPORTE
               MOVE PW-REFERENCIA TO PZ-REFERENCIA
               WRITE PZ-REGISTRO
               END-IF.
       111-9900-FIN.
       EXIT.

      *---
      *Busca el punto de control completo mas reciente. Si es de la
      *fecha de esta corrida y quedo pendiente, la corrida anterior
      *termino a medias y esta la reanuda despues del ultimo
      *trabajador pagado; si no, la corrida es completa y solo sigue
      *la secuencia de los puntos. Para repetir completa una corrida
      *que termino a medias se borran los dos archivos de punto de
      *control antes de correrla.
      *---
       120-BUSCA-PUNTO-CONTROL SECTION.
       120-0100-INICIO.
           MOVE 'N' TO S120-REINICIO.
           MOVE 'N' TO S120-SIGUE-NIVELES.
           MOVE ZERO TO W120-SECUENCIA-MAX.
           MOVE ZEROS TO W120-PUNTO-CONTROL.
           MOVE SPACES TO W120-DIR-ELEGIDO.
       120-0200-LEE.
           MOVE W000-UT-S-DIR-PUNTO-1 TO W120-DIR-PUNTO.
           PERFORM 121-LEE-CONTROL.
           MOVE W000-UT-S-DIR-PUNTO-2 TO W120-DIR-PUNTO.
           PERFORM 121-LEE-CONTROL.
       120-0300-DECIDE.
           IF W120-DIR-ELEGIDO NOT = SPACES
              AND W120-FECHA = W000-FECHA-CORRIDA
              AND W120-ESTADO = 'P' THEN
               MOVE 'S' TO S120-REINICIO
               DISPLAY W000-PROG '  REANUDA LA CORRIDA DESDE EL PUNTO '
      -        'DE CONTROL ' W120-SECUENCIA ' DE ' W120-DIR-ELEGIDO
               DISPLAY W000-PROG '  ULTIMO PAGADO ' W120-ULT-ID-DPTO
                   ' ' W120-ULT-NO-TRAB '  ULTIMO FOLIO '
                   W120-FOLIO-BCO ' ' W120-FOLIO-NO-CTA ' '
                   W120-ULTIMO-FOLIO
               END-IF.
           MOVE W120-SECUENCIA-MAX TO W120-SECUENCIA.
       120-9900-FIN.
       EXIT.

      *---
      *Lee el punto de control de W120-DIR-PUNTO. Esta completo si
      *empieza con su registro 'C' y termina con el 'F' de la misma
      *secuencia; el completo de mayor secuencia queda en
      *W120-PUNTO-CONTROL.
      *---
       121-LEE-CONTROL SECTION.
       121-0100-ABRE.
           OPEN INPUT ARCH-PC-PUNTO-CONTROL.
           MOVE 0 TO S000-ESTADOARCHPC.
           MOVE 0 TO S121-FINARCHPC.
           MOVE 'N' TO S121-PUNTO-COMPLETO.
           MOVE ZEROS TO W121-CONTROL-LEIDO.
       121-0200-LEE.
           READ ARCH-PC-PUNTO-CONTROL AT END MOVE 1 TO S121-FINARCHPC.
           IF S121-FINARCHPC NOT = 1 AND PC-TIPO = 'C' THEN
               MOVE PC-C-DATOS TO W121-CONTROL-LEIDO
               PERFORM 121-0500-LEE-UNO UNTIL S121-FINARCHPC = 1
               END-IF.
           CLOSE ARCH-PC-PUNTO-CONTROL.
           MOVE 1 TO S000-ESTADOARCHPC.
       121-0300-COMPARA.
           IF S121-PUNTO-COMPLETO = 'S'
              AND W121-SECUENCIA > W120-SECUENCIA-MAX THEN
               MOVE W121-SECUENCIA TO W120-SECUENCIA-MAX
               MOVE W121-CONTROL-LEIDO TO W120-PUNTO-CONTROL
               MOVE W120-DIR-PUNTO TO W120-DIR-ELEGIDO
               END-IF.
       121-9900-FIN.
       EXIT.

       121-0500-LEE-UNO SECTION.
       121-0510-LEE.
           READ ARCH-PC-PUNTO-CONTROL AT END MOVE 1 TO S121-FINARCHPC.
           IF S121-FINARCHPC NOT = 1 AND PC-F-TIPO = 'F'
              AND PC-F-SECUENCIA = W121-SECUENCIA THEN
               MOVE 'S' TO S121-PUNTO-COMPLETO
               END-IF.
       121-9900-FIN.
       EXIT.

      *---
      *Escribe el punto de control antes de pagar al siguiente
      *trabajador. Las salidas se cierran y se vuelven a abrir para
      *que todo lo escrito hasta aqui quede asentado; el punto va al
      *archivo que no tiene el ultimo completo.
      *---
       122-ESCRIBE-PUNTO-CONTROL SECTION.
       122-0100-ASIENTA-SALIDAS.
           CLOSE ARCH-CH-ARCHIVO-CHEQUES.
           OPEN EXTEND ARCH-CH-ARCHIVO-CHEQUES.
           CLOSE ARCH-RW-REGISTRO-TRB.
           OPEN EXTEND ARCH-RW-REGISTRO-TRB.
           CLOSE ARCH-MA-MOV-ACUMULADO.
           OPEN EXTEND ARCH-MA-MOV-ACUMULADO.
           CLOSE ARCH-DW-TRANSF-TRB.
           OPEN EXTEND ARCH-DW-TRANSF-TRB.
           CLOSE ARCH-PW-POLIZA-TRB.
           OPEN EXTEND ARCH-PW-POLIZA-TRB.
           CLOSE ARCH-FC-FOLIOS-CHEQUE.
           OPEN EXTEND ARCH-FC-FOLIOS-CHEQUE.
           CLOSE ARCH-TA-TALONARIOS.
           OPEN I-O ARCH-TA-TALONARIOS.
       122-0200-CONTROL.
           ADD 1 TO W120-SECUENCIA.
           MOVE 'P' TO W120-ESTADO.
           PERFORM 127-ARMA-CONTROL.
           PERFORM 128-ABRE-PUNTO.
       122-0300-TABLAS.
           MOVE 1 TO T030-IDX.
           PERFORM 122-0500-ESCRIBE-POLIZA
               UNTIL T030-IDX > T030-NUM-CONCEPTOS.
           MOVE 1 TO T020-IDX.
           PERFORM 122-0600-ESCRIBE-DEDUCCION
               UNTIL T020-IDX > T020-NUM-DEDUCCIONES.
           MOVE 1 TO T015-IDX.
           PERFORM 122-0700-ESCRIBE-TALONARIO
               UNTIL T015-IDX > T015-NUM-CUENTAS.
           MOVE 1 TO T101-IDX.
           PERFORM 122-0800-ESCRIBE-NETO
               UNTIL T101-IDX > T101-NUM-CUENTAS.
       122-0400-CIERRA.
           PERFORM 129-CIERRA-PUNTO.
           MOVE ZERO TO W120-DESDE-PUNTO.
       122-9900-FIN.
       EXIT.

       122-0500-ESCRIBE-POLIZA SECTION.
       122-0510-ESCRIBE.
           MOVE 'P' TO PC-P-TIPO.
           MOVE T030-ENTRADA(T030-IDX) TO PC-P-ENTRADA.
           WRITE PC-POLIZA.
           ADD 1 TO T030-IDX.
       122-9900-FIN.
       EXIT.

       122-0600-ESCRIBE-DEDUCCION SECTION.
       122-0610-ESCRIBE.
           MOVE 'D' TO PC-D-TIPO.
           MOVE T020-IDX TO PC-D-IDX.
           MOVE T020-ENTRADA(T020-IDX) TO PC-D-ENTRADA.
           WRITE PC-DEDUCCION.
           ADD 1 TO T020-IDX.
       122-9900-FIN.
       EXIT.

       122-0700-ESCRIBE-TALONARIO SECTION.
       122-0710-ESCRIBE.
           IF T015-TALONARIO(T015-IDX) = 'S' THEN
               MOVE 'T' TO PC-T-TIPO
               MOVE T015-BCO(T015-IDX) TO PC-T-BCO
               MOVE T015-NO-CTA(T015-IDX) TO PC-T-NO-CTA
               MOVE T015-SIGUIENTE(T015-IDX) TO PC-T-SIGUIENTE
               WRITE PC-TALONARIO
               END-IF.
           ADD 1 TO T015-IDX.
       122-9900-FIN.
       EXIT.

       122-0800-ESCRIBE-NETO SECTION.
       122-0810-ESCRIBE.
           MOVE 'N' TO PC-N-TIPO.
           MOVE T101-ENTRADA(T101-IDX) TO PC-N-ENTRADA.
           WRITE PC-NETO-CUENTA.
           ADD 1 TO T101-IDX.
       122-9900-FIN.
       EXIT.

      *---
      *Cuenta los registros del archivo W120-DIR-RECORTE.
      *---
       123-CUENTA-REGISTROS SECTION.
       123-0100-ABRE.
           OPEN INPUT ARCH-RC-RECORTE.
           MOVE 0 TO S000-ESTADOARCHRC.
           MOVE 0 TO S123-FINARCHRC.
           MOVE ZERO TO W123-REGISTROS.
       123-0200-CUENTA.
           PERFORM 123-0500-CUENTA-UNO UNTIL S123-FINARCHRC = 1.
           CLOSE ARCH-RC-RECORTE.
           MOVE 1 TO S000-ESTADOARCHRC.
       123-9900-FIN.
       EXIT.

       123-0500-CUENTA-UNO SECTION.
       123-0510-LEE.
           READ ARCH-RC-RECORTE AT END MOVE 1 TO S123-FINARCHRC.
           IF S123-FINARCHRC NOT = 1 THEN
               ADD 1 TO W123-REGISTROS
               END-IF.
       123-9900-FIN.
       EXIT.

      *---
      *Deja el archivo W120-DIR-RECORTE con sus primeros
      *W124-REGISTROS registros, los que tenia en el punto de
      *control. Si tiene menos, la salida no corresponde al punto y
      *la corrida no se puede reanudar.
      *---
       124-RECORTA-ARCHIVO SECTION.
       124-0100-COPIA.
           OPEN INPUT ARCH-RC-RECORTE.
           MOVE 0 TO S000-ESTADOARCHRC.
           MOVE 0 TO S123-FINARCHRC.
           OPEN OUTPUT ARCH-RT-RECORTE-TRB.
           MOVE 0 TO S000-ESTADOARCHRT.
           MOVE ZERO TO W123-REGISTROS.
           PERFORM 124-0500-COPIA-UNO
               UNTIL S123-FINARCHRC = 1
                  OR W123-REGISTROS = W124-REGISTROS.
           CLOSE ARCH-RC-RECORTE.
           MOVE 1 TO S000-ESTADOARCHRC.
           CLOSE ARCH-RT-RECORTE-TRB.
           MOVE 1 TO S000-ESTADOARCHRT.
           IF W123-REGISTROS < W124-REGISTROS THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  ' W120-DIR-RECORTE ' TIENE '
                   W123-REGISTROS ' REGISTROS, EL PUNTO DE CONTROL '
                   W124-REGISTROS
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA
               END-IF.
       124-0200-REGRESA.
           OPEN INPUT ARCH-RT-RECORTE-TRB.
           MOVE 0 TO S000-ESTADOARCHRT.
           MOVE 0 TO S123-FINARCHRC.
           OPEN OUTPUT ARCH-RC-RECORTE.
           MOVE 0 TO S000-ESTADOARCHRC.
           PERFORM 124-0600-REGRESA-UNO UNTIL S123-FINARCHRC = 1.
           CLOSE ARCH-RT-RECORTE-TRB.
           MOVE 1 TO S000-ESTADOARCHRT.
           CLOSE ARCH-RC-RECORTE.
           MOVE 1 TO S000-ESTADOARCHRC.
       124-9900-FIN.
       EXIT.

       124-0500-COPIA-UNO SECTION.
       124-0510-COPIA.
           READ ARCH-RC-RECORTE AT END MOVE 1 TO S123-FINARCHRC.
           IF S123-FINARCHRC NOT = 1 THEN
               MOVE RC-REGISTRO TO RT-REGISTRO
               WRITE RT-REGISTRO
               ADD 1 TO W123-REGISTROS
               END-IF.
       124-9900-FIN.
       EXIT.

       124-0600-REGRESA-UNO SECTION.
       124-0610-REGRESA.
           READ ARCH-RT-RECORTE-TRB AT END MOVE 1 TO S123-FINARCHRC.
           IF S123-FINARCHRC NOT = 1 THEN
               MOVE RT-REGISTRO TO RC-REGISTRO
               WRITE RC-REGISTRO
               END-IF.
       124-9900-FIN.
       EXIT.

      *---
      *Abre las salidas del pago. Al reanudar, cada una se recorta
      *primero a lo que tenia en el punto de control y se abre para
      *agregar; lo escrito despues del punto se vuelve a generar
      *igual. En una corrida completa se cuentan los folios que ya
      *tiene la bitacora, que crece de corrida en corrida.
      *---
       125-ABRE-SALIDAS SECTION.
       125-0100-RECORTA.
           IF S120-REINICIO = 'S' THEN
               PERFORM 126-RECORTA-SALIDAS
               ELSE
                   MOVE W000-UT-S-DIR-FOLIOS TO W120-DIR-RECORTE
                   PERFORM 123-CUENTA-REGISTROS
                   MOVE W123-REGISTROS TO W120-FOLIOS-INICIALES
                   END-IF.
       125-0200-ABRE.
           IF S120-REINICIO = 'S' THEN
               OPEN EXTEND ARCH-CH-ARCHIVO-CHEQUES
               OPEN EXTEND ARCH-RW-REGISTRO-TRB
               OPEN EXTEND ARCH-MA-MOV-ACUMULADO
               OPEN EXTEND ARCH-DW-TRANSF-TRB
               OPEN EXTEND ARCH-PW-POLIZA-TRB
               ELSE
                   OPEN OUTPUT ARCH-CH-ARCHIVO-CHEQUES
                   OPEN OUTPUT ARCH-RW-REGISTRO-TRB
                   OPEN OUTPUT ARCH-MA-MOV-ACUMULADO
                   OPEN OUTPUT ARCH-DW-TRANSF-TRB
                   OPEN OUTPUT ARCH-PW-POLIZA-TRB
                   END-IF.
           MOVE 0 TO S000-ESTADOARCHCHE.
           MOVE 0 TO S000-ESTADOARCHRW.
           MOVE 0 TO S000-ESTADOARCHMOV.
           MOVE 0 TO S000-ESTADOARCHDW.
           MOVE 0 TO S000-ESTADOARCHPW.
           OPEN EXTEND ARCH-FC-FOLIOS-CHEQUE.
           MOVE 0 TO S000-ESTADOARCHFOL.
       125-9900-FIN.
       EXIT.

       126-RECORTA-SALIDAS SECTION.
       126-0100-RECORTA.
           MOVE W000-UT-S-DIR-CHEQUES TO W120-DIR-RECORTE.
           MOVE W120-REG-CHEQUES TO W124-REGISTROS.
           PERFORM 124-RECORTA-ARCHIVO.
           MOVE W000-UT-S-DIR-REGISTRO-TRB TO W120-DIR-RECORTE.
           MOVE W120-REG-REGISTRO TO W124-REGISTROS.
           PERFORM 124-RECORTA-ARCHIVO.
           MOVE W000-UT-S-DIR-MOV-ACUM TO W120-DIR-RECORTE.
           MOVE W120-REG-MOVIMIENTOS TO W124-REGISTROS.
           PERFORM 124-RECORTA-ARCHIVO.
           MOVE W000-UT-S-DIR-TRANSF-TRB TO W120-DIR-RECORTE.
           MOVE W120-REG-TRANSF TO W124-REGISTROS.
           PERFORM 124-RECORTA-ARCHIVO.
           MOVE W000-UT-S-DIR-POLIZA-TRB TO W120-DIR-RECORTE.
           MOVE W120-REG-POLIZA TO W124-REGISTROS.
           PERFORM 124-RECORTA-ARCHIVO.
           PERFORM 133-REVISA-FOLIOS.
           MOVE W000-UT-S-DIR-FOLIOS TO W120-DIR-RECORTE.
           MOVE W120-REG-FOLIOS TO W124-REGISTROS.
           PERFORM 124-RECORTA-ARCHIVO.
           COMPUTE W120-FOLIOS-INICIALES =
               W120-REG-FOLIOS - W120-REG-CHEQUES.
       126-9900-FIN.
       EXIT.

      *---
      *Arma el registro de control con la posicion de la corrida.
      *---
       127-ARMA-CONTROL SECTION.
       127-0100-ARMA.
           MOVE W000-FECHA-CORRIDA TO W120-FECHA.
           MOVE W120-PAGADO TO W120-ULTIMO-PAGADO.
           MOVE I010-ID-PROC-DPTO TO W120-ID-PROC.
           MOVE W005-FOLIO TO W120-ULTIMO-FOLIO.
           MOVE W005-FOLIO-BCO TO W120-FOLIO-BCO.
           MOVE W005-FOLIO-NO-CTA TO W120-FOLIO-NO-CTA.
           MOVE A990-CHEQUE-GENERADO TO W120-REG-CHEQUES.
           MOVE W120-LINEAS-REGISTRO TO W120-REG-REGISTRO.
           MOVE A990-MOV-ACUMULADO TO W120-REG-MOVIMIENTOS.
           MOVE A990-TRANSF-GENERADA TO W120-REG-TRANSF.
           MOVE A990-POLIZA-LINEAS TO W120-REG-POLIZA.
           COMPUTE W120-REG-FOLIOS =
               W120-FOLIOS-INICIALES + A990-CHEQUE-GENERADO.
           MOVE T030-NUM-CONCEPTOS TO W120-NUM-POLIZA.
           MOVE T020-NUM-DEDUCCIONES TO W120-NUM-DEDUCCIONES.
           MOVE T015-NUM-CUENTAS TO W120-NUM-CUENTAS.
           MOVE A020-ACUM-DPTO TO W120-ACUM-DPTO.
           MOVE A015-ACUM-PTA TO W120-ACUM-PTA.
           MOVE A010-ACUM-EMP TO W120-ACUM-EMP.
           MOVE A008-ACUM-GPO TO W120-ACUM-GPO.
           MOVE A002-ACUM-CIA TO W120-ACUM-CIA.
           MOVE A990-CIFRAS-CONTROL TO W120-CIFRAS-CONTROL.
           MOVE A074-TOTALES-POLIZA TO W120-TOTALES-POLIZA.
           MOVE A100-CUADRE TO W120-CUADRE.
       127-9900-FIN.
       EXIT.

      *---
      *Abre el archivo del punto segun la paridad de su secuencia y
      *escribe el registro de control.
      *---
       128-ABRE-PUNTO SECTION.
       128-0100-ELIGE.
           DIVIDE W120-SECUENCIA BY 2
               GIVING W128-COCIENTE REMAINDER W128-RESTO.
           IF W128-RESTO = 1 THEN
               MOVE W000-UT-S-DIR-PUNTO-1 TO W120-DIR-PUNTO
               ELSE
                   MOVE W000-UT-S-DIR-PUNTO-2 TO W120-DIR-PUNTO
                   END-IF.
       128-0200-ESCRIBE.
           OPEN OUTPUT ARCH-PC-PUNTO-CONTROL.
           MOVE 0 TO S000-ESTADOARCHPC.
           MOVE 'C' TO PC-TIPO.
           MOVE W120-PUNTO-CONTROL TO PC-C-DATOS.
           WRITE PC-CONTROL.
       128-9900-FIN.
       EXIT.

      *---
      *Escribe el registro 'F' que da por completo el punto.
      *---
       129-CIERRA-PUNTO SECTION.
       129-0100-CIERRA.
           MOVE 'F' TO PC-F-TIPO.
           MOVE W120-SECUENCIA TO PC-F-SECUENCIA.
           WRITE PC-FIN.
           CLOSE ARCH-PC-PUNTO-CONTROL.
           MOVE 1 TO S000-ESTADOARCHPC.
       129-9900-FIN.
       EXIT.

      *---
      *Al reanudar deja la poliza en curso, las deducciones fijas y
      *los talonarios como estaban en el punto de control. Cada
      *talonario regresa al siguiente folio del punto, asi los
      *folios tomados despues se vuelven a dar a los mismos cheques.
      *---
       130-RESTAURA-TABLAS SECTION.
       130-0100-VERIFICA.
           IF W120-NUM-DEDUCCIONES NOT = T020-NUM-DEDUCCIONES
              OR W120-NUM-CUENTAS NOT = T015-NUM-CUENTAS THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  DEDUCCIONES O CUENTAS DISTINTAS A '
      -        'LAS DEL PUNTO DE CONTROL'
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA
               END-IF.
       130-0200-LEE.
           MOVE W120-DIR-ELEGIDO TO W120-DIR-PUNTO.
           OPEN INPUT ARCH-PC-PUNTO-CONTROL.
           MOVE 0 TO S000-ESTADOARCHPC.
           MOVE 0 TO S121-FINARCHPC.
           MOVE ZERO TO T030-NUM-CONCEPTOS.
           MOVE ZERO TO T101-NUM-CUENTAS.
           PERFORM 130-0500-RESTAURA-UNO UNTIL S121-FINARCHPC = 1.
           CLOSE ARCH-PC-PUNTO-CONTROL.
           MOVE 1 TO S000-ESTADOARCHPC.
       130-9900-FIN.
       EXIT.

       130-0500-RESTAURA-UNO SECTION.
       130-0510-LEE.
           READ ARCH-PC-PUNTO-CONTROL AT END MOVE 1 TO S121-FINARCHPC.
           IF S121-FINARCHPC NOT = 1 AND PC-TIPO = 'P' THEN
               ADD 1 TO T030-NUM-CONCEPTOS
               MOVE PC-P-ENTRADA TO T030-ENTRADA(T030-NUM-CONCEPTOS)
               END-IF.
           IF S121-FINARCHPC NOT = 1 AND PC-TIPO = 'D' THEN
               MOVE PC-D-ENTRADA TO T020-ENTRADA(PC-D-IDX)
               END-IF.
           IF S121-FINARCHPC NOT = 1 AND PC-TIPO = 'N' THEN
               ADD 1 TO T101-NUM-CUENTAS
               MOVE PC-N-ENTRADA TO T101-ENTRADA(T101-NUM-CUENTAS)
               END-IF.
           IF S121-FINARCHPC NOT = 1 AND PC-TIPO = 'T'
              AND PC-T-SIGUIENTE NOT = ZERO THEN
               PERFORM 130-0600-RESTAURA-TALONARIO
               END-IF.
       130-9900-FIN.
       EXIT.

       130-0600-RESTAURA-TALONARIO SECTION.
       130-0610-LEE.
           MOVE PC-T-BCO TO TA-BCO.
           MOVE PC-T-NO-CTA TO TA-NO-CTA.
           READ ARCH-TA-TALONARIOS
               INVALID KEY
                   MOVE 'N' TO S130-TALONARIO-HALLADO
               NOT INVALID KEY
                   MOVE 'S' TO S130-TALONARIO-HALLADO
           END-READ.
       130-0620-REGRESA.
           IF S130-TALONARIO-HALLADO = 'S'
              AND TA-SIGUIENTE NOT = PC-T-SIGUIENTE THEN
               DISPLAY W000-PROG '  TALONARIO ' PC-T-BCO ' '
                   PC-T-NO-CTA ' REGRESA DEL FOLIO ' TA-SIGUIENTE
                   ' AL ' PC-T-SIGUIENTE
               MOVE PC-T-SIGUIENTE TO TA-SIGUIENTE
               REWRITE TA-TALONARIO
                   INVALID KEY
                       MOVE 16 TO RETURN-CODE
                       DISPLAY W000-PROG '  ERROR AL REESCRIBIR '
      -                'TALONARIO ' TA-LLAVE
                       DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -                'CODIGO 16'
                       PERFORM 980-ABORTA
               END-REWRITE
               END-IF.
       130-9900-FIN.
       EXIT.

      *---
      *Salta a los trabajadores ya pagados hasta el del punto de
      *control y recupera los acumuladores de cada nivel y las
      *cifras de control como estaban. El siguiente trabajador debe
      *ser del departamento que estaba en curso; si no, el maestro
      *cambio y la corrida no se puede reanudar.
      *---
       131-REANUDA SECTION.
       131-0100-SALTA.
           MOVE I040-AE-ID-DPTO TO W120-LEI-ID-DPTO.
           MOVE I040-AE-NO-TRAB TO W120-LEI-NO-TRAB.
           PERFORM 131-0500-SALTA-UNO
               UNTIL S000-FINARCH = 1
                  OR W120-LEIDO > W120-ULTIMO-PAGADO.
       131-0200-VERIFICA.
           IF S000-FINARCH = 1
              OR I040-AE-ID-DPTO NOT = W120-ID-PROC THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  LOS TRABAJADORES NO CORRESPONDEN '
      -        'AL PUNTO DE CONTROL ' W120-SECUENCIA
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA
               END-IF.
       131-0300-RECUPERA.
           MOVE W120-ACUM-DPTO TO A020-ACUM-DPTO.
           MOVE W120-ACUM-PTA TO A015-ACUM-PTA.
           MOVE W120-ACUM-EMP TO A010-ACUM-EMP.
           MOVE W120-ACUM-GPO TO A008-ACUM-GPO.
           MOVE W120-ACUM-CIA TO A002-ACUM-CIA.
           MOVE W120-CIFRAS-CONTROL TO A990-CIFRAS-CONTROL.
           MOVE ZERO TO A990-POLIZA-SIN-CUENTA.
           MOVE W120-TOTALES-POLIZA TO A074-TOTALES-POLIZA.
           MOVE W120-CUADRE TO A100-CUADRE.
           MOVE W120-REG-REGISTRO TO W120-LINEAS-REGISTRO.
           MOVE W120-ULTIMO-PAGADO TO W120-PAGADO.
           MOVE W120-ULTIMO-FOLIO TO W005-FOLIO.
           MOVE W120-FOLIO-BCO TO W005-FOLIO-BCO.
           MOVE W120-FOLIO-NO-CTA TO W005-FOLIO-NO-CTA.
           MOVE ZERO TO W120-DESDE-PUNTO.
           MOVE 'S' TO S120-SIGUE-NIVELES.
       131-9900-FIN.
       EXIT.

       131-0500-SALTA-UNO SECTION.
       131-0510-LEE.
           PERFORM 070-LEE-REG.
           MOVE I040-AE-ID-DPTO TO W120-LEI-ID-DPTO.
           MOVE I040-AE-NO-TRAB TO W120-LEI-NO-TRAB.
       131-9900-FIN.
       EXIT.

      *---
      *Al terminar bien la corrida deja un punto de control
      *terminado, para que la siguiente corrida de la misma fecha
      *sea completa.
      *---
       132-TERMINA-PUNTO-CONTROL SECTION.
       132-0100-ESCRIBE.
           ADD 1 TO W120-SECUENCIA.
           MOVE 'T' TO W120-ESTADO.
           PERFORM 127-ARMA-CONTROL.
           PERFORM 128-ABRE-PUNTO.
           PERFORM 129-CIERRA-PUNTO.
       132-9900-FIN.
       EXIT.

      *---
      *La bitacora de folios es compartida con los demas programas
      *que toman folios. Antes de recortarla al punto de control,
      *todo lo que tiene despues del punto debe ser de esta corrida:
      *de P-APL150 y con la fecha de la corrida. Si otro programa
      *tomo folios en medio, regresar el talonario los duplicaria y
      *la corrida no se reanuda.
      *---
       133-REVISA-FOLIOS SECTION.
       133-0100-ABRE.
           OPEN INPUT ARCH-FC-FOLIOS-CHEQUE.
           MOVE 0 TO S000-ESTADOARCHFOL.
           MOVE 0 TO S133-FINARCHFOL.
           MOVE ZERO TO W123-REGISTROS.
           MOVE ZERO TO W133-AJENOS.
       133-0200-REVISA.
           PERFORM 133-0500-REVISA-UNO UNTIL S133-FINARCHFOL = 1.
           CLOSE ARCH-FC-FOLIOS-CHEQUE.
           MOVE 1 TO S000-ESTADOARCHFOL.
           IF W133-AJENOS > ZERO THEN
               MOVE 16 TO RETURN-CODE
               DISPLAY W000-PROG '  ' W133-AJENOS ' FOLIOS DE OTROS '
      -        'PROGRAMAS DESPUES DEL PUNTO DE CONTROL ' W120-SECUENCIA
               DISPLAY W000-PROG '  EL TALONARIO NO SE PUEDE REGRESAR'
               DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
               PERFORM 980-ABORTA
               END-IF.
       133-9900-FIN.
       EXIT.

       133-0500-REVISA-UNO SECTION.
       133-0510-LEE.
           READ ARCH-FC-FOLIOS-CHEQUE AT END MOVE 1 TO S133-FINARCHFOL.
           IF S133-FINARCHFOL NOT = 1 THEN
               ADD 1 TO W123-REGISTROS
               IF W123-REGISTROS > W120-REG-FOLIOS
                  AND (FC-PROGRAMA NOT = W000-PROG
                   OR FC-FECHA NOT = W000-FECHA-CORRIDA) THEN
                   ADD 1 TO W133-AJENOS
                   DISPLAY W000-PROG '  FOLIO AJENO: ' FC-BCO ' '
                       FC-NO-CTA ' ' FC-FOLIO ' ' FC-PROGRAMA ' '
                       FC-FECHA
                   END-IF
               END-IF.
       133-9900-FIN.
       EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHCON = 0
               CLOSE REPO-R1-NOMINA
               MOVE 1 TO S000-ESTADOREPO.

           IF S000-ESTADOARCHMOV = 0
           THEN
               CLOSE ARCH-MA-MOV-ACUMULADO
               MOVE 1 TO S000-ESTADOARCHMOV.

           IF S000-ESTADOARCHACT = 0
           THEN
               CLOSE ARCH-AT-ACUMULADO-TRB
               MOVE 1 TO S000-ESTADOARCHACT.

           IF S000-ESTADOARCHACU = 0
           THEN
               CLOSE ARCH-AN-ARCHIVO-ACUMULADO
               MOVE 1 TO S000-ESTADOARCHACU.

           IF S000-ESTADOARCHDED = 0
           THEN
               CLOSE ARCH-DF-ARCHIVO-DEDUCCIONES
               MOVE 1 TO S000-ESTADOARCHDED.

           IF S000-ESTADOARCHDTR = 0
           THEN
               CLOSE ARCH-DT-DEDUCCIONES-TRB
               MOVE 1 TO S000-ESTADOARCHDTR.

           IF S000-ESTADOREPO2 = 0
           THEN
               CLOSE REPO-R2-SALDOS
               MOVE 1 TO S000-ESTADOREPO2.

           IF S000-ESTADOREPO3 = 0
           THEN
               CLOSE REPO-R3-RETENCION
               MOVE 1 TO S000-ESTADOREPO3.

           IF S000-ESTADOARCHTAR = 0
           THEN
               CLOSE ARCH-TI-TABLA-ISR
               MOVE 1 TO S000-ESTADOARCHTAR.

           IF S000-ESTADOARCHPAG = 0
           THEN
               CLOSE ARCH-DP-DATOS-PAGO
               MOVE 1 TO S000-ESTADOARCHPAG.

           IF S000-ESTADOARCHDW = 0
           THEN
               CLOSE ARCH-DW-TRANSF-TRB
               MOVE 1 TO S000-ESTADOARCHDW.

           IF S000-ESTADOARCHDS = 0
           THEN
               CLOSE ARCH-DS-DISPERSION
               MOVE 1 TO S000-ESTADOARCHDS.

           IF S000-ESTADOREPO4 = 0
           THEN
               CLOSE REPO-R4-DISPERSION
               MOVE 1 TO S000-ESTADOREPO4.

           IF S000-ESTADOARCHTAL = 0
           THEN
               CLOSE ARCH-TA-TALONARIOS
               MOVE 1 TO S000-ESTADOARCHTAL.

           IF S000-ESTADOARCHFOL = 0
           THEN
               CLOSE ARCH-FC-FOLIOS-CHEQUE
               MOVE 1 TO S000-ESTADOARCHFOL.

           IF S000-ESTADOARCHCC = 0
           THEN
               CLOSE ARCH-CC-CATALOGO-CUENTAS
               MOVE 1 TO S000-ESTADOARCHCC.

           IF S000-ESTADOARCHPW = 0
           THEN
               CLOSE ARCH-PW-POLIZA-TRB
               MOVE 1 TO S000-ESTADOARCHPW.

           IF S000-ESTADOARCHPZ = 0
           THEN
               CLOSE ARCH-PZ-ARCHIVO-POLIZA
               MOVE 1 TO S000-ESTADOARCHPZ.

           IF S000-ESTADOARCHRW = 0
           THEN
               CLOSE ARCH-RW-REGISTRO-TRB
               MOVE 1 TO S000-ESTADOARCHRW.

           IF S000-ESTADOARCHPC = 0
           THEN
               CLOSE ARCH-PC-PUNTO-CONTROL
               MOVE 1 TO S000-ESTADOARCHPC.

           IF S000-ESTADOARCHRC = 0
           THEN
               CLOSE ARCH-RC-RECORTE
               MOVE 1 TO S000-ESTADOARCHRC.

           IF S000-ESTADOARCHRT = 0
           THEN
               CLOSE ARCH-RT-RECORTE-TRB
               MOVE 1 TO S000-ESTADOARCHRT.

           IF S000-ESTADOARCHINC = 0
           THEN
               CLOSE ARCH-IN-INCIDENCIAS
               MOVE 1 TO S000-ESTADOARCHINC.

           IF S000-ESTADOARCHCAD = 0
           THEN
               CLOSE ARCH-CD-CIFRAS-CADENA
               MOVE 1 TO S000-ESTADOARCHCAD.

           PERFORM 990-CIFRAS-CONTROL.
       980-9900-FIN.
           GOBACK.
       DISPLAY W000-PROG '  GRUPOS PROCESADOS                      '
      -    '           ' A990-GPO-PROC         .

       DISPLAY W000-PROG '  MOVIMIENTOS AL ACUMULADO ANUAL         '
      -    '           ' A990-MOV-ACUMULADO    .

       DISPLAY W000-PROG '  REGISTROS DEL ACUMULADO ESCRITOS       '
      -    '           ' A990-ACUM-ESCRITO     .

       DISPLAY W000-PROG '  DEDUCCIONES FIJAS CARGADAS             '
      -    '           ' A990-DEDUC-CARGADAS   .

       DISPLAY W000-PROG '  DEDUCCIONES FIJAS APLICADAS            '
      -    '           ' A990-DEDUC-APLICADAS  .

       DISPLAY W000-PROG '  DEDUCCIONES NO COBRADAS COMPLETAS      '
      -    '           ' A990-DEDUC-INCOMPLETAS.

       DISPLAY W000-PROG '  DEDUCCIONES LIQUIDADAS                 '
      -    '           ' A990-DEDUC-LIQUIDADAS .

       DISPLAY W000-PROG '  DEDUCCIONES REAPLICADAS EN REPROCESO   '
      -    '           ' A990-DEDUC-REPROCESO  .

       DISPLAY W000-PROG '  RENGLONES DE TARIFA ISR CARGADOS       '
      -    '           ' A990-TARIFA-CARGADA   .

       DISPLAY W000-PROG '  RENGLONES DE SUBSIDIO CARGADOS         '
      -    '           ' A990-SUBSIDIO-CARGADO .

       DISPLAY W000-PROG '  DATOS DE PAGO LEIDOS                   '
      -    '           ' A990-DATOS-PAGO-LEIDOS.

       DISPLAY W000-PROG '  DATOS DE TRANSFERENCIA INVALIDOS       '
      -    '           ' A990-DATOS-PAGO-INVALIDOS.

       DISPLAY W000-PROG '  TRANSFERENCIAS GENERADAS               '
      -    '           ' A990-TRANSF-GENERADA  .

       DISPLAY W000-PROG '  REGISTROS DE DISPERSION ESCRITOS       '
      -    '           ' A990-DISPERSION-ESCRITO.

       DISPLAY W000-PROG '  LINEAS DE POLIZA DE NOMINA             '
      -    '           ' A990-POLIZA-LINEAS    .

       DISPLAY W000-PROG '  CONCEPTOS DE POLIZA SIN CUENTA         '
      -    '           ' A990-POLIZA-SIN-CUENTA.

       DISPLAY W000-PROG '  INCIDENCIAS CARGADAS                   '
      -    '           ' A990-INCID-CARGADAS   .

       DISPLAY W000-PROG '  INCIDENCIAS DE OTRO PERIODO            '
      -    '           ' A990-INCID-OTRO-PERIODO.

       DISPLAY W000-PROG '  TRABAJADORES CON INCIDENCIAS APLICADAS '
      -    '           ' A990-INCID-APLICADAS  .

       990-0200-ESCRIBE-MONITOR.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-9900-FIN.
           EXIT.
