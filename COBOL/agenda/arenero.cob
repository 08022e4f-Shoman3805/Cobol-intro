              INTO comando
           CALL "SYSTEM" USING comando

           MOVE SPACES TO comando
           STRING "cp -f productos.txt documentos.txt "
              DELIMITED BY SIZE
              "parametros.txt firmantes.txt "
              DELIMITED BY SIZE
              "totales.txt plazosfijos.txt cheques.txt "
              DELIMITED BY SIZE
              "devueltos.txt retenciones.txt "
              DELIMITED BY SIZE
              "garantias.txt facturas.txt "
              DELIMITED BY SIZE
              "practica/ 2>/dev/null" DELIMITED BY SIZE
              INTO comando
           CALL "SYSTEM" USING comando

           MOVE SPACES TO comando
           STRING "cp -f contratos_ciclo.txt sanciones.txt "
              DELIMITED BY SIZE
              "fallecidos.txt atribuciones.txt "
              DELIMITED BY SIZE
              "atribuciones_uso.txt "
              DELIMITED BY SIZE
              "transferencias_ext.txt entes.txt "
              DELIMITED BY SIZE
              "pagos_servicios.txt credenciales.txt "
              DELIMITED BY SIZE
              "practica/ 2>/dev/null" DELIMITED BY SIZE
              INTO comando
           CALL "SYSTEM" USING comando

           MOVE SPACES TO comando
           STRING "cp -f memos.txt casos.txt "
              DELIMITED BY SIZE
              "casos_historial.txt eventos.txt "
              DELIMITED BY SIZE
              "inscripciones.txt encuestas.txt "
              DELIMITED BY SIZE
              "espera.txt etapas.txt etapas_hist.txt "
              DELIMITED BY SIZE
              "oportunidades.txt presupuestos.txt "
              DELIMITED BY SIZE
              "practica/ 2>/dev/null" DELIMITED BY SIZE
              INTO comando
           CALL "SYSTEM" USING comando

           MOVE SPACES TO comando
           STRING "cp -f recordatorios.txt "
              DELIMITED BY SIZE
              "reportes_buzon.txt suscripciones.txt "
              DELIMITED BY SIZE
              "saldos_promedio.txt segmentos.txt "
              DELIMITED BY SIZE
              "grupos_empresa.txt hogares.txt "
              DELIMITED BY SIZE
              "emergencias.txt arbol_llamadas.txt "
              DELIMITED BY SIZE
              "practica/ 2>/dev/null" DELIMITED BY SIZE
              INTO comando
           CALL "SYSTEM" USING comando

           MOVE SPACES TO comando
           STRING "cp -f alertas.txt ausencias.txt "
              DELIMITED BY SIZE
              "cartera_hist.txt "
              DELIMITED BY SIZE
              "certificados_registro.txt discado.txt "
              DELIMITED BY SIZE
              "solicitudes.txt sms_enviados.txt "
              DELIMITED BY SIZE
              "sms_plantillas.txt "
              DELIMITED BY SIZE
              "regulatorio_reportados.txt "
              DELIMITED BY SIZE
              "practica/ 2>/dev/null" DELIMITED BY SIZE
              INTO comando
           CALL "SYSTEM" USING comando

           MOVE SPACES TO comando
           STRING "cp -f alertas_reglas.txt "
              DELIMITED BY SIZE
              "segregacion_reglas.txt "
              DELIMITED BY SIZE
              "segmentos_pesos.txt "
              DELIMITED BY SIZE
              "regulatorio_umbral.txt "
              DELIMITED BY SIZE
              "mayor_cuentas.txt "
              DELIMITED BY SIZE
              "plantilla_certificado.txt "
              DELIMITED BY SIZE
              "plantilla_garante.txt "
              DELIMITED BY SIZE
              "practica/ 2>/dev/null" DELIMITED BY SIZE
              INTO comando
           CALL "SYSTEM" USING comando

           MOVE SPACES TO comando
           STRING "cp -f haberes_log.txt "
              DELIMITED BY SIZE
              "practica/ 2>/dev/null" DELIMITED BY SIZE
              INTO comando
           CALL "SYSTEM" USING comando

           CALL "CBL_CHANGE_DIR" USING directorio
           IF RETURN-CODE NOT = 0 then
              DISPLAY "No se pudo entrar al directorio de "
