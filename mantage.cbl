            03 SUC-DIRE           PIC X(20).
            03 SUC-TEL            PIC X(20).
            03 SUC-CUIT           PIC 9(11).
            03 SUC-COND-IVA       PIC X.
            03 SUC-ALICUOTA-IVA   PIC 9(2)V99.

        FD TIPOS_CLASE    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "TiposClase.dat".
