               01 MTCHAIN-AREA.
                   05 MTCHAIN-FUNC PIC X(08).
                   05 MTCHAIN-RC PIC 9(02).
                   05 MTCHAIN-SEQ BINARY-DOUBLE UNSIGNED.
                   05 MTCHAIN-PREV-VALUE BINARY-DOUBLE UNSIGNED.
                   05 MTCHAIN-VALUE BINARY-DOUBLE UNSIGNED.
                   05 MTCHAIN-RECORD PIC X(320).
