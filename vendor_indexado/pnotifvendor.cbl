$set sourceformat(free)

*> escolhe o canal de uma notificacao para o fornecedor
*> NTR-ID-DEST a partir dos contactos (VENDORCONTACT.dat, aberto
*> pelo programa com NTR-CONTACTOS-ABERTO = 'S'): o primeiro
*> contacto com correio valido, senao o primeiro com telemovel
*> valido para SMS, senao papel. Preenche NTR-CANAL, NTR-DESTINO
*> e NTR-CONTACTO-SEQ.

RESOLVER-CONTACTO-VENDOR.
    MOVE "P" TO NTR-CANAL
    MOVE SPACES TO NTR-DESTINO
    MOVE ZERO TO NTR-CONTACTO-SEQ
    IF NTR-CONTACTOS-ABERTO = 'S'
        MOVE 'N' TO NTR-FIM-CONTACTOS
        MOVE NTR-ID-DEST TO VCONTACT-VENDOR-NUMBER
        MOVE ZERO TO VCONTACT-SEQ
        START VENDOR-CONTACT-FILE KEY IS NOT LESS THAN VCONTACT-CHAVE
            INVALID KEY
                MOVE 'Y' TO NTR-FIM-CONTACTOS
        END-START
        PERFORM UNTIL NTR-FIM-CONTACTOS = 'Y'
            READ VENDOR-CONTACT-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO NTR-FIM-CONTACTOS
                NOT AT END
                    IF VCONTACT-VENDOR-NUMBER NOT = NTR-ID-DEST
                        MOVE 'Y' TO NTR-FIM-CONTACTOS
                    ELSE
                        PERFORM AVALIAR-CONTACTO-VENDOR
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

AVALIAR-CONTACTO-VENDOR.
    MOVE VCONTACT-EMAIL TO NTR-EMAIL
    PERFORM VALIDAR-EMAIL
    IF NTR-VALIDO = 'S'
        MOVE "E" TO NTR-CANAL
        MOVE VCONTACT-EMAIL TO NTR-DESTINO
        MOVE VCONTACT-SEQ TO NTR-CONTACTO-SEQ
        MOVE 'Y' TO NTR-FIM-CONTACTOS
    ELSE
        IF NTR-CANAL = "P"
            MOVE VCONTACT-TELEFONE TO NTR-TELEFONE
            PERFORM VALIDAR-TELEMOVEL
            IF NTR-VALIDO = 'S'
                MOVE "S" TO NTR-CANAL
                MOVE NTR-TELEMOVEL TO NTR-DESTINO
                MOVE VCONTACT-SEQ TO NTR-CONTACTO-SEQ
            END-IF
        END-IF
    END-IF.
