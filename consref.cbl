        77 ULTIMA-FECHA PIC 9(8) VALUE 0.
        77 ULTIMO-NRO-MOV PIC 9(5) VALUE 0.
        77 TOTAL-MOVS-APLICADOS PIC 9(5) VALUE 0.
        77 ALICUOTA-EDITADA PIC Z9,99.

      * Imagen reconstruida, con las tres vistas segun el archivo
      * consultado (los mismos layouts de los maestros).
            03 IMG-SUC-DIRE PIC X(20).
            03 IMG-SUC-TEL PIC X(20).
            03 IMG-SUC-CUIT PIC X(11).
            03 IMG-SUC-COND-IVA PIC X.
            03 IMG-SUC-ALICUOTA PIC 9(2)V99.
            03 FILLER PIC X(16).
        01 IMAGEN-VISTA-TIP REDEFINES IMAGEN-RECONSTRUIDA.
            03 IMG-TIP-CLASE PIC X(4).
            03 IMG-TIP-DESC PIC X(20).
      * dia (imagen completa, o dado de baja). El historial
      * arranca cuando se puso en marcha: para fechas anteriores a
      * su primer movimiento la consulta no puede responder y lo
      * dice. Una restauracion de generacion (RESTAURA) deja un
      * movimiento 'R' por registro: con imagen, el registro como
      * quedo restaurado; sin imagen, un registro que la
      * generacion no tenia y por lo tanto desaparecio.

        COMIENZO.
            PERFORM 0100-INICIO.
                 TO CON-RESULTADO
             WRITE LINEA-CONSULTA FROM LINEA-RESULTADO
         ELSE
             IF ULTIMA-ACCION EQUAL 'B' OR
                (ULTIMA-ACCION EQUAL 'R' AND
                 IMAGEN-RECONSTRUIDA EQUAL SPACES)
                 MOVE 'REGISTRO DADO DE BAJA A LA FECHA CONSULTADA'
                     TO CON-RESULTADO
                 WRITE LINEA-CONSULTA FROM LINEA-RESULTADO
             MOVE ULTIMA-FECHA TO CON-ORIGEN-FECHA
             MOVE ULTIMO-NRO-MOV TO CON-ORIGEN-NRO
             WRITE LINEA-CONSULTA FROM LINEA-ORIGEN
             IF ULTIMA-ACCION EQUAL 'R'
                 MOVE 'ORIGEN: RESTAURACION DE UNA GENERACION'
                     TO CON-RESULTADO
                 WRITE LINEA-CONSULTA FROM LINEA-RESULTADO
             END-IF
         END-IF.

      *-----------------------------------------------------------*
         MOVE 'CUIT:       ' TO CON-ETIQUETA.
         MOVE IMG-SUC-CUIT TO CON-VALOR.
         WRITE LINEA-CONSULTA FROM LINEA-ETIQUETA-VALOR.
      * Las imagenes anteriores a la condicion de IVA la traen en
      * blanco: se muestra tal cual, sin alicuota.
         MOVE 'COND. IVA:  ' TO CON-ETIQUETA.
         MOVE IMG-SUC-COND-IVA TO CON-VALOR.
         WRITE LINEA-CONSULTA FROM LINEA-ETIQUETA-VALOR.
         IF IMG-SUC-COND-IVA NOT EQUAL SPACE
             MOVE 'ALICUOTA:   ' TO CON-ETIQUETA
             MOVE IMG-SUC-ALICUOTA TO ALICUOTA-EDITADA
             MOVE ALICUOTA-EDITADA TO CON-VALOR
             WRITE LINEA-CONSULTA FROM LINEA-ETIQUETA-VALOR
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
