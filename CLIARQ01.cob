           MOVE CLI-MOTIVO-INATIVACAO TO HIS-MOTIVO-INATIVACAO.
           MOVE CLI-DATA-INATIVACAO TO HIS-DATA-INATIVACAO.
           MOVE CLI-SIT-FATURAMENTO TO HIS-SIT-FATURAMENTO.
           MOVE CLI-SIT-LGPD TO HIS-SIT-LGPD.
           MOVE CLI-FILIAL TO HIS-FILIAL.

           WRITE HIS-REGISTRO
               INVALID KEY
