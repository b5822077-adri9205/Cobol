                                           W000-UT-S-DIR-FECHAPROC
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Presupuesto de consumo en dinero que Finanzas asigna por
      *PTA/DPTO y mes; un renglon con CODIGO presupuesta un producto
      *en particular dentro del departamento.
      *---
           SELECT OPTIONAL ARCH-PS-ARCHIVO-PRESUPUESTO ASSIGN
                                           W000-UT-S-DIR-PRESUPUESTO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Parametro del operador: tolerancia en por ciento sobre el
      *presupuesto; sin archivo se usa la de omision.
      *---
           SELECT OPTIONAL ARCH-PP-PARAM-PRESUPUESTO ASSIGN
                                           W000-UT-S-DIR-PARAM-PRES
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Consumos que el comparativo diario (P-COS720) tiene retenidos
      *en espera de liberacion; no estan en el acumulado del mes.
      *---
           SELECT OPTIONAL ARCH-CR-ARCHIVO-RETENIDO ASSIGN
                                           W000-UT-S-DIR-RETENIDO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *----
      *Salida
      *----
           SELECT REPO-R1-REPORTE ASSIGN TO
           W000-UT-S-DIR-SALIDA-REPO.

           SELECT REPO-R2-PRESUPUESTO ASSIGN TO
           W000-UT-S-DIR-SALIDA-PRES.

      *---
      *Acumulado anual por mes: cada cierre mensual vierte aqui sus
      *totales PTA/DPTO/CODIGO antes de reiniciar el mes, para que
      *Trabajo
      *----
           SELECT ARCH-SW-ORDENA ASSIGN W000-UT-S-DIR-ORDENA.

           SELECT ARCH-SV-ORDENA-PRES ASSIGN W000-UT-S-DIR-ORDENA-PRES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
              10 RI-MM-DPTO              PIC X(6).
              10 RI-MM-CODIGO            PIC X(6).
          05 RI-MM-RA-CONSUMO            PIC S9(8).
          05 RI-MM-RA-IMPORTE            PIC S9(11)V99.
          05 RI-MM-RP-CONSUMO            PIC S9(8).
          05 RI-MM-RP-IMPORTE            PIC S9(11)V99.
          05 RI-MM-DIAS                  PIC 9(3).

       FD  ARCH-AT-ARCHIVO-TABLA
       01 AI-ARCHIVO-PRODUCTO.
           05 RI-P-CODIGO                PIC X(6).
           05 RI-P-DESCRIPCION           PIC X(30).
           05 RI-P-CTO                   PIC 9(6)V99.

      *---
      *Fecha de negocio del ciclo, fijada por operaciones; sin el
       01  FP-REGISTRO.
           05 FP-FECHA                   PIC X(8).

       FD  ARCH-PS-ARCHIVO-PRESUPUESTO
           LABEL RECORD STANDARD.
       01 PS-PRESUPUESTO.
          05 PS-ANIO                     PIC 9(4).
          05 PS-MES                      PIC 9(2).
          05 PS-LLAVE.
              10 PS-PTA                  PIC XXX.
              10 PS-DPTO                 PIC X(6).
              10 PS-CODIGO               PIC X(6).
          05 PS-IMPORTE                  PIC 9(9)V99.

       FD  ARCH-PP-PARAM-PRESUPUESTO
           LABEL RECORD STANDARD.
       01 PP-PARAMETRO.
           05 PP-TOLERANCIA              PIC X(3).

       FD  ARCH-CR-ARCHIVO-RETENIDO
           LABEL RECORD STANDARD.
       01 CR-RETENIDO.
          05 CR-FECHA                    PIC 9(8).
          05 CR-FECHA-R REDEFINES CR-FECHA.
              10 CR-ANIO                 PIC 9(4).
              10 CR-MES                  PIC 9(2).
              10 CR-DIA                  PIC 9(2).
          05 CR-LLAVE.
              10 CR-PTA                  PIC XXX.
              10 CR-DPTO                 PIC X(6).
              10 CR-CODIGO               PIC X(6).
          05 CR-RA-CONSUMO               PIC S9(8).
          05 CR-RA-IMPORTE               PIC S9(11)V99.
          05 CR-RP-CONSUMO               PIC S9(8).
          05 CR-RP-IMPORTE               PIC S9(11)V99.

       FD  ARCH-AN-ARCHIVO-ANUAL
           LABEL RECORD STANDARD.
       01 AN-ACUMULADO-ANUAL.
              10 AN-DPTO                 PIC X(6).
              10 AN-CODIGO               PIC X(6).
          05 AN-RA-CONSUMO               PIC S9(8).
          05 AN-RA-IMPORTE               PIC S9(11)V99.
          05 AN-RP-CONSUMO               PIC S9(8).
          05 AN-RP-IMPORTE               PIC S9(11)V99.
          05 AN-DIAS                     PIC 9(3).

       FD  REPO-R1-REPORTE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORD STANDARD.
       01  R1-COMPARACION                PIC X(132).

       FD  REPO-R2-PRESUPUESTO
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORD STANDARD.
       01  R2-PRESUPUESTO                PIC X(120).

       FD  ARCH-CM-ARCHIVO-MONITOR
           RECORD CONTAINS 40 CHARACTERS
              10 SW-DPTO                 PIC X(6).
              10 SW-CODIGO               PIC X(6).
          05 SW-RA-CONSUMO               PIC S9(8).
          05 SW-RA-IMPORTE               PIC S9(11)V99.
          05 SW-RP-CONSUMO               PIC S9(8).
          05 SW-RP-IMPORTE               PIC S9(11)V99.
          05 SW-DIAS                     PIC 9(3).

       SD  ARCH-SV-ORDENA-PRES.
       01 SV-PRESUPUESTO.
          05 SV-LLAVE.
              10 SV-PTA                  PIC XXX.
              10 SV-DPTO                 PIC X(6).
              10 SV-CODIGO               PIC X(6).
          05 SV-PRES-MES                 PIC S9(11)V99.
          05 SV-PRES-ANIO                PIC S9(11)V99.
          05 SV-REAL-MES                 PIC S9(11)V99.
          05 SV-REAL-ANIO                PIC S9(11)V99.

       WORKING-STORAGE SECTION.
      *---
      *Switches
           05  S000-ESTADOARCHANUAL      PIC X  VALUE '0'.
           05  S005-FINARCHMEN           PIC 9.
           05  S000-ESTADOARCHMEN        PIC X  VALUE '0'.
           05  S100-FINARCHPS            PIC 9.
           05  S000-ESTADOARCHPS         PIC X  VALUE '0'.
           05  S101-FINARCHPP            PIC 9.
           05  S000-ESTADOARCHPP         PIC X  VALUE '0'.
           05  S106-FINARCHANUAL         PIC 9.
           05  S000-ESTADOREPOPRES       PIC X  VALUE '0'.
           05  S120-FINORDENA            PIC 9.
           05  S104-ALTA                 PIC X.
           05  S085-FINARCHRETENIDO      PIC 9.
           05  S000-ESTADOARCHRETENIDO   PIC X  VALUE '0'.

      *---
      *Constantes
                                         VALUE 'FechaProceso.dat'.
           05  W000-UT-S-DIR-ANUAL       PIC X(20)
                                         VALUE 'ArchivoAnual.dat'.
           05  W000-UT-S-DIR-PRESUPUESTO PIC X(24)
                                         VALUE 'PresupuestoConsumo.dat'.
           05  W000-UT-S-DIR-PARAM-PRES  PIC X(20)
                                         VALUE 'ParamPresup.dat'.
           05  W000-UT-S-DIR-SALIDA-PRES PIC X(30)
                                         VALUE 'ReportePresupuesto.txt'.
           05  W000-UT-S-DIR-ORDENA-PRES PIC X(20)
                                         VALUE 'OrdenaPresup.tmp'.
           05  W000-UT-S-DIR-RETENIDO    PIC X(20)
                                         VALUE 'ConsumoRetenido.dat'.
      *---
      *Por ciento de consumo real sobre el presupuesto a partir del
      *cual el departamento se marca como excedido.
      *---
           05  W000-TOLERANCIA-PRES      PIC 9(3)
                                         VALUE 10.
      *---
      *Misma tolerancia de consumo que el comparativo diario, para
      *decidir el A FAVOR DE del acumulado.
           05 W003-MES                    PIC 9(2).
           05 W003-DIA                    PIC 9(2).

      *---
      *Tolerancia del presupuesto en vigor
      *---
       01 W101-TOLERANCIA                 PIC 9(3).

      *---
      *Presupuesto contra real del anio por PTA/DPTO (CODIGO en
      *blanco) y por PTA/DPTO/CODIGO cuando Finanzas presupuesta el
      *producto. T100-CON-PRES dice si el renglon trae presupuesto
      *propio; el departamento que solo se presupuesta por producto
      *toma la suma de sus productos (T100-PROD-MES/ANIO).
      *---
       01 T100-TABLA-PRESUPUESTO.
           05 T100-NUM-RENG            PIC S9(4) COMP VALUE ZERO.
           05 T100-ENTRADA OCCURS 1000 TIMES.
               10 T100-PTA                PIC XXX.
               10 T100-DPTO               PIC X(6).
               10 T100-CODIGO             PIC X(6).
               10 T100-CON-PRES           PIC X.
               10 T100-PRES-MES           PIC S9(11)V99.
               10 T100-PRES-ANIO          PIC S9(11)V99.
               10 T100-PROD-MES           PIC S9(11)V99.
               10 T100-PROD-ANIO          PIC S9(11)V99.
               10 T100-REAL-MES           PIC S9(11)V99.
               10 T100-REAL-ANIO          PIC S9(11)V99.

       01 T100-IDX                     PIC S9(4) COMP.

       01 T100-IDX-HALLADO             PIC S9(4) COMP.

      *---
      *Renglon que se busca o se acumula en la tabla de presupuesto
      *---
       01 W104-LLAVE.
           05 W104-PTA                    PIC XXX.
           05 W104-DPTO                   PIC X(6).
           05 W104-CODIGO                 PIC X(6).

       01 W108-REAL.
           05 W108-LLAVE.
               10 W108-PTA                PIC XXX.
               10 W108-DPTO               PIC X(6).
               10 W108-CODIGO             PIC X(6).
           05 W108-IMPORTE                PIC S9(11)V99.
           05 W108-DEL-MES                PIC X.

      *---
      *Totales por planta para la hoja de resumen
      *---
       01 T110-TABLA-PLANTAS.
           05 T110-NUM-PTAS            PIC S9(4) COMP VALUE ZERO.
           05 T110-ENTRADA OCCURS 100 TIMES.
               10 T110-PTA                PIC XXX.
               10 T110-DESCRIPCION        PIC X(30).
               10 T110-PRES-MES           PIC S9(11)V99.
               10 T110-PRES-ANIO          PIC S9(11)V99.
               10 T110-REAL-MES           PIC S9(11)V99.
               10 T110-REAL-ANIO          PIC S9(11)V99.

       01 T110-IDX                     PIC S9(4) COMP.

      *---
      *Renglon en proceso del reporte de presupuesto
      *---
       01 W120-VARS.
           05 W120-PTA                    PIC XXX.
           05 W120-DESCRIPCION-PTA        PIC X(30).
           05 W120-PRES-MES               PIC S9(11)V99.
           05 W120-PRES-ANIO              PIC S9(11)V99.
           05 W120-REAL-MES               PIC S9(11)V99.
           05 W120-REAL-ANIO              PIC S9(11)V99.
           05 W120-MARCA-MES              PIC X.
           05 W120-MARCA-ANIO             PIC X.

       01 A120-ACUM-PTA.
           05 A120-PRES-MES               PIC S9(11)V99.
           05 A120-PRES-ANIO              PIC S9(11)V99.
           05 A120-REAL-MES               PIC S9(11)V99.
           05 A120-REAL-ANIO              PIC S9(11)V99.

       01 A130-ACUM-COMPANIA.
           05 A130-PRES-MES               PIC S9(11)V99.
           05 A130-PRES-ANIO              PIC S9(11)V99.
           05 A130-REAL-MES               PIC S9(11)V99.
           05 A130-REAL-ANIO              PIC S9(11)V99.

      *---
      *Variacion de un par presupuesto/real: W126-MARCA queda en 'E'
      *si el real rebasa la tolerancia y en 'S' si hay consumo sin
      *presupuesto.
      *---
       01 W126-VARIACION.
           05 W126-PRES                   PIC S9(11)V99.
           05 W126-REAL                   PIC S9(11)V99.
           05 W126-VAR                    PIC S9(11)V99.
           05 W126-PCT                    PIC S9(4)V9.
           05 W126-MARCA                  PIC X.

       01 W124-CONCEPTO-PROD.
           05 W124-CODIGO                 PIC X(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 W124-DESCRIPCION            PIC X(11).

      *---
      *Valores del registro mensual en proceso
      *---
       01 W060-MENSUAL.
           05 W060-RA-CONSUMO             PIC S9(8).
           05 W060-RA-IMPORTE             PIC S9(11)V99.
           05 W060-RP-CONSUMO             PIC S9(8).
           05 W060-RP-IMPORTE             PIC S9(11)V99.
           05 W060-DIAS                   PIC 9(3).
           05 W060-DIF-CONSUMO            PIC 9(8).
           05 W060-DIF-IMPORTE            PIC S9(11)V99.

      *---
      *Acumuladores por departamento
      *---
       01 A050-ACUM-DPTO.
           05 A050-ACUM-IMPORTE-RA        PIC S9(11)V99.
           05 A050-ACUM-IMPORTE-RP        PIC S9(11)V99.

      *---
      *Cifras de control
           05 A990-PROC-DPTO              PIC S9(4).
           05 A990-PROC-REG               PIC S9(4).
           05 A990-ANUAL-ESCRITO          PIC S9(4).
           05 A990-PRES-LEIDOS            PIC S9(4).
           05 A990-PRES-RECHAZADOS        PIC S9(4).
           05 A990-ANUAL-PREVIO           PIC S9(4).
           05 A990-PRES-DPTOS             PIC S9(4).
           05 A990-PRES-EXCEDIDOS         PIC S9(4).
           05 A990-PRES-SIN-LUGAR         PIC S9(4).
           05 A990-RETENIDOS-DEL-MES      PIC S9(4).

      *---
      *Variables del reporte
           "DESCRIPCION".
           05 FILLER                      PIC X(10)       VALUE
           "   CONS RA".
           05 FILLER                      PIC X(16)       VALUE
           "          IMP RA".
           05 FILLER                      PIC X(10)       VALUE
           "   CONS RP".
           05 FILLER                      PIC X(16)       VALUE
           "          IMP RP".
           05 FILLER                      PIC X(10)       VALUE
           "  DIF CONS".
           05 FILLER                      PIC X(16)       VALUE
           "         DIF IMP".
           05 FILLER                      PIC X(4)        VALUE
           "DIAS".
           05 FILLER                      PIC X(10)       VALUE
           "A FAVOR DE".
           05 FILLER                      PIC X(2)        VALUE SPACES.

      *---
      *Linea detalle
           05 R1-35-PRINT-DESCRIPCION     PIC X(30).
           05 R1-35-PRINT-COMSUMO-RA      PIC +ZZZZZZZ9.
           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-IMPORTE-RA      PIC +ZZZZZZZZZZ9.99.
           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-COMSUMO-RP      PIC +ZZZZZZZ9.
           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-IMPORTE-RP      PIC +ZZZZZZZZZZ9.99.
           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-COMSUMO-DIF     PIC +ZZZZZZZ9.
           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-IMPORTE-DIF     PIC +ZZZZZZZZZZ9.99.
           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-DIAS            PIC ZZ9.
           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-A-FAVOR         PIC X(10).
           05 FILLER                      PIC X(2)        VALUE SPACES.

      *---
      *Linea total de Dpto
           05 R1-40-DPTO                  PIC X(6).
           05 FILLER                      PIC X(14)       VALUE
           "   IMPORTE RA".
           05 R1-40-PRINT-IMPORTE-RA      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(14)       VALUE
           "   IMPORTE RP".
           05 R1-40-PRINT-IMPORTE-RP      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(35)       VALUE SPACES.

      *---
      *Reporte de presupuesto contra real
      *---
       01 R2-VARS.
           05 R2-NUM-HOJA                 PIC S9(9).
           05 R2-NUM-LIN                  PIC S9(9).
           05 R2-MAX-LIN                  PIC S9(9)       VALUE 60.

       01 R2-05-ENCABEZADOS-PRIMERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(60)       VALUE
          "P R E S U P U E S T O   C O N T R A   R E A L".
           05 FILLER                      PIC X(49)       VALUE SPACES.

       01 R2-10-ENCABEZADOS-SEGUNDA-LINEA.
           05 FILLER                      PIC X(24)       VALUE
           "DIV. PAQUETES".
           05 FILLER                      PIC X(10).
           05 FILLER                      PIC X(15)       VALUE
           "P L A N T A".
           05 FILLER                      PIC X(5)        VALUE SPACES.
           05 R2-10-DESCRIPCION-PTA       PIC X(30).
           05 FILLER                      PIC X(22).
           05 FILLER                      PIC X(5)        VALUE "HOJA ".
           05 R2-10-PAGNU                 PIC Z(4).

       01 R2-15-ENCABEZADOS-TERCERA-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 FILLER                      PIC X(12)       VALUE
           "CONTABILIDAD".
           05 FILLER                      PIC X(5)        VALUE SPACES.
           05 FILLER                      PIC X(11)       VALUE
           "MES CIERRE ".
           05 R2-15-ANIO                  PIC 9(4).
           05 FILLER                      PIC X           VALUE "/".
           05 R2-15-MES                   PIC 9(2).
           05 FILLER                      PIC X(5)        VALUE SPACES.
           05 FILLER                      PIC X(18)       VALUE
           "TOLERANCIA (PCT) ".
           05 R2-15-TOLERANCIA            PIC ZZ9.
           05 FILLER                      PIC X(58)       VALUE SPACES.

       01 R2-20-ENCABEZADOS-CUARTA-LINEA.
           05 FILLER                      PIC X(27)       VALUE SPACES.
           05 FILLER                      PIC X(43)       VALUE
           "--------------- D E L   M E S -------------".
           05 FILLER                      PIC X           VALUE SPACES.
           05 FILLER                      PIC X(43)       VALUE
           "---------- A C U M U L A D O   A N I O ----".
           05 FILLER                      PIC X(6)        VALUE SPACES.

       01 R2-30-ENCABEZADOS-QUINTA-LINEA.
           05 FILLER                      PIC X(26)       VALUE
           " CLAVE  CONCEPTO".
           05 FILLER                      PIC X(12)       VALUE
           " PRESUPUESTO".
           05 FILLER                      PIC X(12)       VALUE
           "        REAL".
           05 FILLER                      PIC X(12)       VALUE
           "   VARIACION".
           05 FILLER                      PIC X(8)        VALUE
           "    %VAR".
           05 FILLER                      PIC X(12)       VALUE
           " PRESUPUESTO".
           05 FILLER                      PIC X(12)       VALUE
           "        REAL".
           05 FILLER                      PIC X(12)       VALUE
           "   VARIACION".
           05 FILLER                      PIC X(8)        VALUE
           "    %VAR".
           05 FILLER                      PIC X(6)        VALUE
           " MARCA".

      *---
      *Linea de departamento, producto, total de planta o de la
      *hoja de resumen. MARCA: EXC excede la tolerancia, S/P hay
      *consumo sin presupuesto.
      *---
       01 R2-35-LINEA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-35-CLAVE                 PIC X(6).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-35-CONCEPTO              PIC X(18).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-35-PRES-MES              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-35-REAL-MES              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-35-VAR-MES               PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-35-PCT-MES               PIC -ZZZ9.9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-35-PRES-ANIO             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-35-REAL-ANIO             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-35-VAR-ANIO              PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R2-35-PCT-ANIO              PIC -ZZZ9.9.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R2-35-MARCA                 PIC X(3).
           05 FILLER                      PIC X           VALUE SPACES.

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
           OPEN INPUT ARCH-AT-ARCHIVO-TABLA.
           MOVE '1' TO S000-ESTADOARCHTABLA.
           OPEN INPUT ARCH-AP-ARCHIVO-PRODUCTO.
           MOVE '1' TO S000-ESTADOARCHPRODUCTO.
           OPEN OUTPUT REPO-R1-REPORTE.
           MOVE '1' TO S000-ESTADOREPO.
           MOVE ZEROS TO A990-CIFRAS-CONTROL.
           PERFORM 003-FECHA-PROCESO.
           PERFORM 085-REVISA-RETENIDOS.
      *---
      *Los meses anteriores del anio se leen para el presupuesto
      *antes de abrir el anual para agregar el mes que se cierra.
      *---
           PERFORM 100-CARGA-PRESUPUESTO.
           PERFORM 106-CARGA-ANUAL-PREVIO.
      *---
      *EXTEND: cada cierre agrega su mes al acumulado del anio.
      *---
           OPEN EXTEND ARCH-AN-ARCHIVO-ANUAL.
           MOVE '1' TO S000-ESTADOARCHANUAL.
           MOVE W000-PROG TO R1-05-CONSPRO.
       000-0200-ORDENA-Y-REPORTA.
           SORT ARCH-SW-ORDENA
               ON ASCENDING KEY SW-PTA SW-DPTO SW-CODIGO
               INPUT PROCEDURE 005-EXTRAE
               OUTPUT PROCEDURE 010-REPORTA.
       000-0250-PRESUPUESTO.
           PERFORM 110-REPORTE-PRESUPUESTO.
       000-0300-REINICIA-MES.
           PERFORM 080-REINICIA-MES.
       000-0400-TERMINA.
           MOVE '0' TO S000-ESTADOARCHANUAL.
           CLOSE REPO-R1-REPORTE.
           MOVE '0' TO S000-ESTADOREPO.
           IF A990-PRES-RECHAZADOS > 0 OR A990-PRES-SIN-LUGAR > 0 THEN
               MOVE 4 TO RETURN-CODE
               DISPLAY W000-PROG '  PRESUPUESTO INCOMPLETO, VER '
      -        'CIFRAS DE CONTROL'
               END-IF.
           IF A990-RETENIDOS-DEL-MES > 0 THEN
               MOVE 4 TO RETURN-CODE
               DISPLAY W000-PROG '  MES CERRADO CON CONSUMOS '
      -        'RETENIDOS SIN LIBERAR, CODIGO 4'
               END-IF.
           PERFORM 990-CIFRAS-CONTROL.
       000-FIN.
           GOBACK.
           MOVE W060-DIAS TO AN-DIAS.
           WRITE AN-ACUMULADO-ANUAL.
           ADD 1 TO A990-ANUAL-ESCRITO.
       060-0370-ACUMULA-PRESUPUESTO.
           MOVE RI-MM-LLAVE TO W108-LLAVE.
           MOVE W060-RA-IMPORTE TO W108-IMPORTE.
           MOVE 'S' TO W108-DEL-MES.
           PERFORM 108-ACUMULA-REAL.
       060-0400-LEE.
           PERFORM 070-LEE-REG.
       060-FIN.
       080-990-FIN.
           EXIT.

      *---
      *Los consumos del mes que se cierra y que siguen retenidos no
      *llegan al anual: se listan para que el supervisor los libere
      *antes del cierre. Ya cerrado el mes, el comparativo diario
      *rechaza su liberacion.
      *---
       085-REVISA-RETENIDOS SECTION.
       085-0100-INICIO.
           OPEN INPUT ARCH-CR-ARCHIVO-RETENIDO.
           MOVE 0 TO S085-FINARCHRETENIDO.
           MOVE '1' TO S000-ESTADOARCHRETENIDO.
       085-0200-REVISA.
           PERFORM 085-0500-REVISA-UNO UNTIL S085-FINARCHRETENIDO = 1.
           CLOSE ARCH-CR-ARCHIVO-RETENIDO.
           MOVE '0' TO S000-ESTADOARCHRETENIDO.
       085-990-FIN.
           EXIT.

       085-0500-REVISA-UNO SECTION.
       085-0510-LEE.
           READ ARCH-CR-ARCHIVO-RETENIDO AT END MOVE 1 TO
               S085-FINARCHRETENIDO.
           IF S085-FINARCHRETENIDO NOT = 1
              AND CR-ANIO = W003-ANIO AND CR-MES = W003-MES THEN
               ADD 1 TO A990-RETENIDOS-DEL-MES
               DISPLAY W000-PROG '  CONSUMO DEL MES RETENIDO: '
               CR-FECHA ' ' CR-PTA ' ' CR-DPTO ' ' CR-CODIGO
               END-IF.
       085-990-FIN.
           EXIT.

       090-ENCABEZADOS SECTION.
       090-0100-INICIO.
           ADD 1 TO R1-NUM-HOJA.
       090-990-FIN.
           EXIT.

      *---
      *Carga el presupuesto del anio en curso hasta el mes que se
      *cierra: el del mes va al presupuesto del mes y todos al
      *acumulado del anio. El renglon de producto tambien suma al
      *presupuesto por productos de su departamento.
      *---
       100-CARGA-PRESUPUESTO SECTION.
       100-0100-INICIO.
           PERFORM 101-LEE-PARAMETRO.
           OPEN INPUT ARCH-PS-ARCHIVO-PRESUPUESTO.
           MOVE 0 TO S100-FINARCHPS.
           MOVE '1' TO S000-ESTADOARCHPS.
           MOVE ZERO TO T100-NUM-RENG.
       100-0200-CARGA.
           PERFORM 102-LEE-PRESUPUESTO UNTIL S100-FINARCHPS = 1.
           CLOSE ARCH-PS-ARCHIVO-PRESUPUESTO.
           MOVE '0' TO S000-ESTADOARCHPS.
       100-990-FIN.
           EXIT.

       101-LEE-PARAMETRO SECTION.
       101-0100-LEE.
           MOVE W000-TOLERANCIA-PRES TO W101-TOLERANCIA.
           OPEN INPUT ARCH-PP-PARAM-PRESUPUESTO.
           MOVE 0 TO S101-FINARCHPP.
           MOVE '1' TO S000-ESTADOARCHPP.
           READ ARCH-PP-PARAM-PRESUPUESTO AT END MOVE 1 TO
               S101-FINARCHPP.
           IF S101-FINARCHPP NOT = 1 AND PP-TOLERANCIA IS NUMERIC THEN
               MOVE PP-TOLERANCIA TO W101-TOLERANCIA
               END-IF.
       101-0200-CIERRA.
           CLOSE ARCH-PP-PARAM-PRESUPUESTO.
           MOVE '0' TO S000-ESTADOARCHPP.
       101-990-FIN.
           EXIT.

       102-LEE-PRESUPUESTO SECTION.
       102-0100-LEE.
           READ ARCH-PS-ARCHIVO-PRESUPUESTO AT END MOVE 1 TO
               S100-FINARCHPS.
           IF S100-FINARCHPS NOT = 1 THEN
               ADD 1 TO A990-PRES-LEIDOS
               IF PS-ANIO IS NOT NUMERIC OR PS-MES IS NOT NUMERIC
                  OR PS-IMPORTE IS NOT NUMERIC THEN
                   DISPLAY W000-PROG '  PRESUPUESTO INVALIDO: '
                       PS-PRESUPUESTO
                   ADD 1 TO A990-PRES-RECHAZADOS
                   ELSE IF PS-ANIO = W003-ANIO
                      AND PS-MES NOT > W003-MES THEN
                       PERFORM 102-0300-ACUMULA
                       END-IF
               END-IF.
       102-990-FIN.
           EXIT.

       102-0300-ACUMULA SECTION.
       102-0310-RENGLON.
           MOVE PS-LLAVE TO W104-LLAVE.
           MOVE 'S' TO S104-ALTA.
           PERFORM 104-BUSCA-RENGLON.
           IF T100-IDX-HALLADO > 0 THEN
               MOVE 'S' TO T100-CON-PRES(T100-IDX-HALLADO)
               ADD PS-IMPORTE TO T100-PRES-ANIO(T100-IDX-HALLADO)
               IF PS-MES = W003-MES THEN
                   ADD PS-IMPORTE TO T100-PRES-MES(T100-IDX-HALLADO)
                   END-IF
               END-IF.
       102-0320-DEPARTAMENTO.
           IF PS-CODIGO NOT = SPACES THEN
               MOVE SPACES TO W104-CODIGO
               PERFORM 104-BUSCA-RENGLON
               IF T100-IDX-HALLADO > 0 THEN
                   ADD PS-IMPORTE TO T100-PROD-ANIO(T100-IDX-HALLADO)
                   IF PS-MES = W003-MES THEN
                       ADD PS-IMPORTE TO
                           T100-PROD-MES(T100-IDX-HALLADO)
                       END-IF
                   END-IF
               END-IF.
       102-990-FIN.
           EXIT.

      *---
      *Busca W104-LLAVE en la tabla de presupuesto; con S104-ALTA en
      *'S' el renglon que no existe se agrega en cero. Si la tabla
      *ya no tiene lugar el renglon se cuenta y se deja fuera, para
      *no tirar el cierre a medio verter el anual.
      *---
       104-BUSCA-RENGLON SECTION.
       104-0100-BUSCA.
           MOVE ZERO TO T100-IDX-HALLADO.
           MOVE 1 TO T100-IDX.
           PERFORM 104-0300-COMPARA-UNO
               UNTIL T100-IDX-HALLADO > 0 OR T100-IDX > T100-NUM-RENG.
       104-0200-ALTA.
           IF T100-IDX-HALLADO = 0 AND S104-ALTA = 'S' THEN
               IF T100-NUM-RENG NOT < 1000 THEN
                   ADD 1 TO A990-PRES-SIN-LUGAR
                   ELSE
                       ADD 1 TO T100-NUM-RENG
                       MOVE T100-NUM-RENG TO T100-IDX-HALLADO
                       MOVE W104-PTA TO T100-PTA(T100-IDX-HALLADO)
                       MOVE W104-DPTO TO T100-DPTO(T100-IDX-HALLADO)
                       MOVE W104-CODIGO TO
                           T100-CODIGO(T100-IDX-HALLADO)
                       MOVE 'N' TO T100-CON-PRES(T100-IDX-HALLADO)
                       MOVE ZERO TO T100-PRES-MES(T100-IDX-HALLADO)
                       MOVE ZERO TO T100-PRES-ANIO(T100-IDX-HALLADO)
                       MOVE ZERO TO T100-PROD-MES(T100-IDX-HALLADO)
                       MOVE ZERO TO T100-PROD-ANIO(T100-IDX-HALLADO)
                       MOVE ZERO TO T100-REAL-MES(T100-IDX-HALLADO)
                       MOVE ZERO TO T100-REAL-ANIO(T100-IDX-HALLADO)
                       END-IF
               END-IF.
       104-990-FIN.
           EXIT.

       104-0300-COMPARA-UNO SECTION.
       104-0310-COMPARA.
           IF T100-PTA(T100-IDX) = W104-PTA
              AND T100-DPTO(T100-IDX) = W104-DPTO
              AND T100-CODIGO(T100-IDX) = W104-CODIGO THEN
               MOVE T100-IDX TO T100-IDX-HALLADO
               END-IF.
           ADD 1 TO T100-IDX.
       104-990-FIN.
           EXIT.

      *---
      *Real de los meses anteriores del anio, del acumulado anual;
      *el mes que se cierra sale del acumulado del mes, asi que un
      *renglon del anual con ese mismo mes no se vuelve a sumar.
      *---
       106-CARGA-ANUAL-PREVIO SECTION.
       106-0100-INICIO.
           OPEN INPUT ARCH-AN-ARCHIVO-ANUAL.
           MOVE 0 TO S106-FINARCHANUAL.
           MOVE '1' TO S000-ESTADOARCHANUAL.
       106-0200-CARGA.
           PERFORM 107-LEE-ANUAL UNTIL S106-FINARCHANUAL = 1.
           CLOSE ARCH-AN-ARCHIVO-ANUAL.
           MOVE '0' TO S000-ESTADOARCHANUAL.
       106-990-FIN.
           EXIT.

       107-LEE-ANUAL SECTION.
       107-0100-LEE.
           READ ARCH-AN-ARCHIVO-ANUAL AT END MOVE 1 TO
               S106-FINARCHANUAL.
           IF S106-FINARCHANUAL NOT = 1 THEN
               IF AN-ANIO = W003-ANIO AND AN-MES < W003-MES THEN
                   MOVE AN-LLAVE TO W108-LLAVE
                   MOVE AN-RA-IMPORTE TO W108-IMPORTE
                   MOVE 'N' TO W108-DEL-MES
                   PERFORM 108-ACUMULA-REAL
                   ADD 1 TO A990-ANUAL-PREVIO
                   END-IF
               END-IF.
       107-990-FIN.
           EXIT.

      *---
      *Suma un importe real (RA) al departamento y, si Finanzas
      *presupuesto ese producto, tambien al renglon del producto.
      *---
       108-ACUMULA-REAL SECTION.
       108-0100-DEPARTAMENTO.
           MOVE W108-PTA TO W104-PTA.
           MOVE W108-DPTO TO W104-DPTO.
           MOVE SPACES TO W104-CODIGO.
           MOVE 'S' TO S104-ALTA.
           PERFORM 104-BUSCA-RENGLON.
           IF T100-IDX-HALLADO > 0 THEN
               PERFORM 108-0300-SUMA
               END-IF.
       108-0200-PRODUCTO.
           MOVE W108-CODIGO TO W104-CODIGO.
           MOVE 'N' TO S104-ALTA.
           PERFORM 104-BUSCA-RENGLON.
           IF T100-IDX-HALLADO > 0 THEN
               PERFORM 108-0300-SUMA
               END-IF.
       108-990-FIN.
           EXIT.

       108-0300-SUMA SECTION.
       108-0310-SUMA.
           ADD W108-IMPORTE TO T100-REAL-ANIO(T100-IDX-HALLADO).
           IF W108-DEL-MES = 'S' THEN
               ADD W108-IMPORTE TO T100-REAL-MES(T100-IDX-HALLADO)
               END-IF.
       108-990-FIN.
           EXIT.

      *---
      *Reporte de presupuesto contra real: una hoja por planta con
      *sus departamentos (y debajo los productos presupuestados) y al
      *final la hoja de resumen por planta.
      *---
       110-REPORTE-PRESUPUESTO SECTION.
       110-0100-INICIO.
           OPEN OUTPUT REPO-R2-PRESUPUESTO.
           MOVE '1' TO S000-ESTADOREPOPRES.
           MOVE W000-PROG TO R2-05-CONSPRO.
           MOVE W003-ANIO TO R2-15-ANIO.
           MOVE W003-MES TO R2-15-MES.
           MOVE W101-TOLERANCIA TO R2-15-TOLERANCIA.
           MOVE ZERO TO T110-NUM-PTAS.
       110-0200-ORDENA-Y-REPORTA.
           SORT ARCH-SV-ORDENA-PRES
               ON ASCENDING KEY SV-PTA SV-DPTO SV-CODIGO
               INPUT PROCEDURE 112-LIBERA
               OUTPUT PROCEDURE 120-IMPRIME.
       110-0300-RESUMEN.
           PERFORM 130-RESUMEN-PLANTAS.
           CLOSE REPO-R2-PRESUPUESTO.
           MOVE '0' TO S000-ESTADOREPOPRES.
       110-990-FIN.
           EXIT.

       112-LIBERA SECTION.
       112-0100-INICIO.
           MOVE 1 TO T100-IDX.
       112-0200-LIBERA.
           PERFORM 113-LIBERA-UNO UNTIL T100-IDX > T100-NUM-RENG.
       112-990-FIN.
           EXIT.

       113-LIBERA-UNO SECTION.
       113-0100-LIBERA.
           MOVE T100-PTA(T100-IDX) TO SV-PTA.
           MOVE T100-DPTO(T100-IDX) TO SV-DPTO.
           MOVE T100-CODIGO(T100-IDX) TO SV-CODIGO.
           IF T100-CODIGO(T100-IDX) = SPACES
              AND T100-CON-PRES(T100-IDX) NOT = 'S' THEN
               MOVE T100-PROD-MES(T100-IDX) TO SV-PRES-MES
               MOVE T100-PROD-ANIO(T100-IDX) TO SV-PRES-ANIO
               ELSE
                   MOVE T100-PRES-MES(T100-IDX) TO SV-PRES-MES
                   MOVE T100-PRES-ANIO(T100-IDX) TO SV-PRES-ANIO
                   END-IF.
           MOVE T100-REAL-MES(T100-IDX) TO SV-REAL-MES.
           MOVE T100-REAL-ANIO(T100-IDX) TO SV-REAL-ANIO.
           RELEASE SV-PRESUPUESTO.
           ADD 1 TO T100-IDX.
       113-990-FIN.
           EXIT.

       120-IMPRIME SECTION.
       120-0100-INICIO.
           MOVE 0 TO S120-FINORDENA.
           PERFORM 121-REGRESA.
       120-0200-PROCESA.
           PERFORM 122-PROC-PTA UNTIL S120-FINORDENA = 1.
       120-990-FIN.
           EXIT.

       121-REGRESA SECTION.
       121-0100-REGRESA.
           RETURN ARCH-SV-ORDENA-PRES AT END MOVE 1 TO S120-FINORDENA.
       121-990-FIN.
           EXIT.

       122-PROC-PTA SECTION.
       122-0100-INICIO.
           MOVE SV-PTA TO W120-PTA.
           MOVE ZEROS TO A120-ACUM-PTA.
       122-0200-BUSCA-EN-TABLA.
           MOVE W120-PTA TO RI-T-PTA.
           MOVE SPACES TO RI-T-DPTO.
           READ ARCH-AT-ARCHIVO-TABLA
               INVALID KEY MOVE SPACES TO W120-DESCRIPCION-PTA
               NOT INVALID KEY MOVE RI-T-DESCRIPCION TO
                   W120-DESCRIPCION-PTA
           END-READ.
           MOVE W120-DESCRIPCION-PTA TO R2-10-DESCRIPCION-PTA.
       122-0300-INICIA-FOLIO.
           MOVE 0 TO R2-NUM-HOJA.
           MOVE R2-MAX-LIN TO R2-NUM-LIN.
       122-0400-PROCESA-RENGLON.
           PERFORM 124-PROC-RENGLON
               UNTIL S120-FINORDENA = 1 OR SV-PTA NOT = W120-PTA.
       122-0500-TOTAL.
           PERFORM 128-TOTAL-PTA.
       122-990-FIN.
           EXIT.

       124-PROC-RENGLON SECTION.
       124-0100-CALCULA.
           MOVE SV-PRES-MES TO W120-PRES-MES.
           MOVE SV-PRES-ANIO TO W120-PRES-ANIO.
           MOVE SV-REAL-MES TO W120-REAL-MES.
           MOVE SV-REAL-ANIO TO W120-REAL-ANIO.
           PERFORM 125-ARMA-LINEA.
       124-0200-CONCEPTO.
           IF SV-CODIGO = SPACES THEN
               MOVE SV-DPTO TO R2-35-CLAVE
               MOVE SV-PTA TO RI-T-PTA
               MOVE SV-DPTO TO RI-T-DPTO
               READ ARCH-AT-ARCHIVO-TABLA
                   INVALID KEY MOVE SPACES TO R2-35-CONCEPTO
                   NOT INVALID KEY MOVE RI-T-DESCRIPCION TO
                       R2-35-CONCEPTO
               END-READ
               ADD SV-PRES-MES TO A120-PRES-MES
               ADD SV-PRES-ANIO TO A120-PRES-ANIO
               ADD SV-REAL-MES TO A120-REAL-MES
               ADD SV-REAL-ANIO TO A120-REAL-ANIO
               ADD 1 TO A990-PRES-DPTOS
               IF R2-35-MARCA = 'EXC' THEN
                   ADD 1 TO A990-PRES-EXCEDIDOS
                   END-IF
               ELSE
                   MOVE SPACES TO R2-35-CLAVE
                   MOVE SV-CODIGO TO W124-CODIGO
                   MOVE SV-CODIGO TO RI-P-CODIGO
                   READ ARCH-AP-ARCHIVO-PRODUCTO
                       INVALID KEY MOVE SPACES TO W124-DESCRIPCION
                       NOT INVALID KEY MOVE RI-P-DESCRIPCION TO
                           W124-DESCRIPCION
                   END-READ
                   MOVE W124-CONCEPTO-PROD TO R2-35-CONCEPTO
                   END-IF.
       124-0300-ESCRIBE.
           IF (R2-NUM-LIN + 2) > R2-MAX-LIN THEN
               PERFORM 190-ENCABEZADOS-PRES
               END-IF.
           IF SV-CODIGO = SPACES THEN
               WRITE R2-PRESUPUESTO FROM R2-35-LINEA AFTER 2
               ADD 2 TO R2-NUM-LIN
               ELSE
                   WRITE R2-PRESUPUESTO FROM R2-35-LINEA AFTER 1
                   ADD 1 TO R2-NUM-LIN
                   END-IF.
       124-0400-SIGUIENTE.
           PERFORM 121-REGRESA.
       124-990-FIN.
           EXIT.

      *---
      *Llena las cifras y la marca de R2-35-LINEA con los importes de
      *W120 (mes y acumulado del anio).
      *---
       125-ARMA-LINEA SECTION.
       125-0100-MES.
           MOVE W120-PRES-MES TO W126-PRES.
           MOVE W120-REAL-MES TO W126-REAL.
           PERFORM 126-CALCULA-VARIACION.
           MOVE W126-PRES TO R2-35-PRES-MES.
           MOVE W126-REAL TO R2-35-REAL-MES.
           MOVE W126-VAR TO R2-35-VAR-MES.
           MOVE W126-PCT TO R2-35-PCT-MES.
           MOVE W126-MARCA TO W120-MARCA-MES.
       125-0200-ANIO.
           MOVE W120-PRES-ANIO TO W126-PRES.
           MOVE W120-REAL-ANIO TO W126-REAL.
           PERFORM 126-CALCULA-VARIACION.
           MOVE W126-PRES TO R2-35-PRES-ANIO.
           MOVE W126-REAL TO R2-35-REAL-ANIO.
           MOVE W126-VAR TO R2-35-VAR-ANIO.
           MOVE W126-PCT TO R2-35-PCT-ANIO.
           MOVE W126-MARCA TO W120-MARCA-ANIO.
       125-0300-MARCA.
           IF W120-MARCA-MES = 'E' OR W120-MARCA-ANIO = 'E' THEN
               MOVE 'EXC' TO R2-35-MARCA
               ELSE IF W120-MARCA-MES = 'S'
                    OR W120-MARCA-ANIO = 'S' THEN
                   MOVE 'S/P' TO R2-35-MARCA
                   ELSE
                       MOVE SPACES TO R2-35-MARCA
                       END-IF.
       125-990-FIN.
           EXIT.

      *---
      *Variacion = real - presupuesto; el por ciento es sobre el
      *presupuesto y se topa en 9999.9 para que quepa en la linea.
      *---
       126-CALCULA-VARIACION SECTION.
       126-0100-CALCULA.
           COMPUTE W126-VAR = W126-REAL - W126-PRES.
           MOVE ZERO TO W126-PCT.
           MOVE SPACES TO W126-MARCA.
           IF W126-PRES > ZERO THEN
               IF W126-VAR > W126-PRES * 99 THEN
                   MOVE 9999.9 TO W126-PCT
                   ELSE
                       COMPUTE W126-PCT ROUNDED = W126-VAR * 100
                           / W126-PRES
                       END-IF
               IF W126-PCT > W101-TOLERANCIA THEN
                   MOVE 'E' TO W126-MARCA
                   END-IF
               ELSE IF W126-REAL > ZERO THEN
                   MOVE 'S' TO W126-MARCA
                   END-IF.
       126-990-FIN.
           EXIT.

       128-TOTAL-PTA SECTION.
       128-0100-CALCULA.
           MOVE A120-PRES-MES TO W120-PRES-MES.
           MOVE A120-PRES-ANIO TO W120-PRES-ANIO.
           MOVE A120-REAL-MES TO W120-REAL-MES.
           MOVE A120-REAL-ANIO TO W120-REAL-ANIO.
           PERFORM 125-ARMA-LINEA.
           MOVE 'TOTAL' TO R2-35-CLAVE.
           MOVE 'PLANTA' TO R2-35-CONCEPTO.
       128-0200-ESCRIBE.
           IF (R2-NUM-LIN + 3) > R2-MAX-LIN THEN
               PERFORM 190-ENCABEZADOS-PRES
               END-IF.
           WRITE R2-PRESUPUESTO FROM R2-35-LINEA AFTER 3.
           ADD 3 TO R2-NUM-LIN.
       128-0300-GUARDA.
           IF T110-NUM-PTAS < 100 THEN
               ADD 1 TO T110-NUM-PTAS
               MOVE W120-PTA TO T110-PTA(T110-NUM-PTAS)
               MOVE W120-DESCRIPCION-PTA TO
                   T110-DESCRIPCION(T110-NUM-PTAS)
               MOVE A120-PRES-MES TO T110-PRES-MES(T110-NUM-PTAS)
               MOVE A120-PRES-ANIO TO T110-PRES-ANIO(T110-NUM-PTAS)
               MOVE A120-REAL-MES TO T110-REAL-MES(T110-NUM-PTAS)
               MOVE A120-REAL-ANIO TO T110-REAL-ANIO(T110-NUM-PTAS)
               ELSE
                   ADD 1 TO A990-PRES-SIN-LUGAR
                   END-IF.
       128-990-FIN.
           EXIT.

      *---
      *Hoja de resumen: una linea por planta y el total de la
      *compania.
      *---
       130-RESUMEN-PLANTAS SECTION.
       130-0100-INICIO.
           MOVE 'RESUMEN POR PLANTA' TO R2-10-DESCRIPCION-PTA.
           MOVE 0 TO R2-NUM-HOJA.
           MOVE R2-MAX-LIN TO R2-NUM-LIN.
           MOVE ZEROS TO A130-ACUM-COMPANIA.
           MOVE 1 TO T110-IDX.
       130-0200-RECORRE.
           PERFORM 132-ESCRIBE-PLANTA UNTIL T110-IDX > T110-NUM-PTAS.
       130-0300-TOTAL.
           MOVE A130-PRES-MES TO W120-PRES-MES.
           MOVE A130-PRES-ANIO TO W120-PRES-ANIO.
           MOVE A130-REAL-MES TO W120-REAL-MES.
           MOVE A130-REAL-ANIO TO W120-REAL-ANIO.
           PERFORM 125-ARMA-LINEA.
           MOVE 'TOTAL' TO R2-35-CLAVE.
           MOVE 'COMPANIA' TO R2-35-CONCEPTO.
           IF (R2-NUM-LIN + 3) > R2-MAX-LIN THEN
               PERFORM 190-ENCABEZADOS-PRES
               END-IF.
           WRITE R2-PRESUPUESTO FROM R2-35-LINEA AFTER 3.
           ADD 3 TO R2-NUM-LIN.
       130-990-FIN.
           EXIT.

       132-ESCRIBE-PLANTA SECTION.
       132-0100-ESCRIBE.
           MOVE T110-PRES-MES(T110-IDX) TO W120-PRES-MES.
           MOVE T110-PRES-ANIO(T110-IDX) TO W120-PRES-ANIO.
           MOVE T110-REAL-MES(T110-IDX) TO W120-REAL-MES.
           MOVE T110-REAL-ANIO(T110-IDX) TO W120-REAL-ANIO.
           PERFORM 125-ARMA-LINEA.
           MOVE T110-PTA(T110-IDX) TO R2-35-CLAVE.
           MOVE T110-DESCRIPCION(T110-IDX) TO R2-35-CONCEPTO.
           IF (R2-NUM-LIN + 2) > R2-MAX-LIN THEN
               PERFORM 190-ENCABEZADOS-PRES
               END-IF.
           WRITE R2-PRESUPUESTO FROM R2-35-LINEA AFTER 2.
           ADD 2 TO R2-NUM-LIN.
           ADD T110-PRES-MES(T110-IDX) TO A130-PRES-MES.
           ADD T110-PRES-ANIO(T110-IDX) TO A130-PRES-ANIO.
           ADD T110-REAL-MES(T110-IDX) TO A130-REAL-MES.
           ADD T110-REAL-ANIO(T110-IDX) TO A130-REAL-ANIO.
           ADD 1 TO T110-IDX.
       132-990-FIN.
           EXIT.

       190-ENCABEZADOS-PRES SECTION.
       190-0100-INICIO.
           ADD 1 TO R2-NUM-HOJA.
           MOVE R2-NUM-HOJA TO R2-10-PAGNU.
       190-0200-ESCRIBE.
           WRITE R2-PRESUPUESTO FROM R2-05-ENCABEZADOS-PRIMERA-LINEA
           AFTER PAGE.
           WRITE R2-PRESUPUESTO FROM R2-10-ENCABEZADOS-SEGUNDA-LINEA
           AFTER 2.
           WRITE R2-PRESUPUESTO FROM R2-15-ENCABEZADOS-TERCERA-LINEA
           AFTER 1.
           WRITE R2-PRESUPUESTO FROM R2-20-ENCABEZADOS-CUARTA-LINEA
           AFTER 2.
           WRITE R2-PRESUPUESTO FROM R2-30-ENCABEZADOS-QUINTA-LINEA
           AFTER 1.
           MOVE 7 TO R2-NUM-LIN.
       190-990-FIN.
           EXIT.

       990-CIFRAS-CONTROL SECTION.
       990-0100-INICIO.
       DISPLAY W000-PROG '  REG.S DEL MES LEIDOS                   '
      -    '           ' A990-PROC-REG.
       DISPLAY W000-PROG '  REG.S VERTIDOS AL ACUMULADO ANUAL      '
      -    '           ' A990-ANUAL-ESCRITO.
       DISPLAY W000-PROG '  RENGLONES DE PRESUPUESTO LEIDOS        '
      -    '           ' A990-PRES-LEIDOS.
       DISPLAY W000-PROG '  RENGLONES DE PRESUPUESTO INVALIDOS     '
      -    '           ' A990-PRES-RECHAZADOS.
       DISPLAY W000-PROG '  REG.S DEL ANUAL DE MESES ANTERIORES    '
      -    '           ' A990-ANUAL-PREVIO.
       DISPLAY W000-PROG '  DEPTOS EN PRESUPUESTO CONTRA REAL      '
      -    '           ' A990-PRES-DPTOS.
       DISPLAY W000-PROG '  DEPTOS EXCEDIDOS SOBRE LA TOLERANCIA   '
      -    '           ' A990-PRES-EXCEDIDOS.
       DISPLAY W000-PROG '  RENGLONES SIN LUGAR EN LA TABLA        '
      -    '           ' A990-PRES-SIN-LUGAR.
       DISPLAY W000-PROG '  CONSUMOS DEL MES RETENIDOS SIN LIBERAR '
      -    '           ' A990-RETENIDOS-DEL-MES.
       990-0200-ESCRIBE-MONITOR.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG                TO R9-PROGRAMA.
           MOVE A990-PROC-LEIDO          TO R9-LEIDOS.
           MOVE A990-PROC-REG            TO R9-PROCESADOS.
           MOVE A990-PRES-RECHAZADOS     TO R9-RECHAZADOS.
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
