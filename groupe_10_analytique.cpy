        UNTIL Wea > WnbEditionsArch
                MOVE WeditionArchive(Wea) TO WeditionArch
                PERFORM ANALYSE_EDITION_ARCHIVEE
        END-PERFORM
        PERFORM TENDANCE_CARBONE_ARCHIVES.

      *>----releve les editions presentes dans l'archive des----
      *>----concerts, dans leur ordre d'apparition----
