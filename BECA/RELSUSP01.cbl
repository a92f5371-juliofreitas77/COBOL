           05 FILLER               PIC X(01).
           05 SUS-ORIGEM           PIC X(02).
           05 FILLER               PIC X(01).
           05 SUS-IMAGEM           PIC X(57).
           05 FILLER               PIC X(01).
           05 SUS-MOTIVO           PIC X(30).

