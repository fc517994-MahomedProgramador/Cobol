$set sourceformat(free)

*> escolhe o canal de uma notificacao para o aluno NTR-ID-DEST a
*> partir da ficha de contactos (CONTACTOSALUNO.dat, aberta pelo
*> programa com NTR-CONTACTOS-ABERTO = 'S'): correio se o
*> endereco for valido, senao SMS se houver telemovel valido,
*> senao papel. Preenche NTR-CANAL, NTR-DESTINO e
*> NTR-CONTACTO-SEQ.

RESOLVER-CONTACTO-ALUNO.
    MOVE "P" TO NTR-CANAL
    MOVE SPACES TO NTR-DESTINO
    MOVE ZERO TO NTR-CONTACTO-SEQ
    IF NTR-CONTACTOS-ABERTO = 'S'
        MOVE NTR-ID-DEST TO CTA-ID-ALUNO
        READ CONTACTOS-ALUNO-FILE KEY IS CTA-ID-ALUNO
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CTA-EMAIL TO NTR-EMAIL
                PERFORM VALIDAR-EMAIL
                IF NTR-VALIDO = 'S'
                    MOVE "E" TO NTR-CANAL
                    MOVE CTA-EMAIL TO NTR-DESTINO
                ELSE
                    MOVE CTA-TELEFONE TO NTR-TELEFONE
                    PERFORM VALIDAR-TELEMOVEL
                    IF NTR-VALIDO = 'S'
                        MOVE "S" TO NTR-CANAL
                        MOVE NTR-TELEMOVEL TO NTR-DESTINO
                    END-IF
                END-IF
        END-READ
    END-IF.
