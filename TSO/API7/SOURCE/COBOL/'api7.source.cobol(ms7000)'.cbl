000540     MOVE USERIDI TO W-ID-UTILISATEUR OF DCLUTILISATEUR.          MS7000
000550     EXEC SQL                                                     MS7000
000560         SELECT MOT_DE_PASSE, NIVEAU_AUTORITE,                    MS7000
000570                NB_ECHECS, BLOQUE, ACTIF                          MS7000
000580           INTO :W-MOT-DE-PASSE, :W-NIVEAU-AUTORITE,              MS7000
000590                :W-NB-ECHECS, :W-BLOQUE, :W-ACTIF                 MS7000
000600           FROM API7.UTILISATEUR                                  MS7000
000610          WHERE ID_UTILISATEUR = :W-ID-UTILISATEUR                MS7000
000620                OF DCLUTILISATEUR                                 MS7000
000730                 DELIMITED BY SIZE INTO MESSAGEO OF MM7000O       MS7000
000740             GO TO F10REFUS                                       MS7000
000750     END-EVALUATE.                                                MS7000
000752     IF W-ACTIF = 'N'                                             MS7000
000754         MOVE 'COMPTE DESACTIVE - VOIR LA MAITRISE'               MS7000
000756             TO MESSAGEO OF MM7000O                               MS7000
000758         GO TO F10REFUS.                                          MS7000
000760     IF W-BLOQUE = 'O'                                            MS7000
000770         MOVE 'COMPTE BLOQUE - VOIR LA MAITRISE'                  MS7000
000780             TO MESSAGEO OF MM7000O                               MS7000
001540*         NOTE *SIGNATURE REUSSIE - RAZ ECHECS ET*.               MS7000
001550*              *CONTROLE EXPIRATION DU MOT DE P. *.               MS7000
001560 F40REUSSI.                                                       MS7000
001562     MOVE 'SIGNON' TO W-TYPE-EVT.                                 MS7000
001564     PERFORM F35JOURNAL THRU F35JOURNAL-FN.                       MS7000
001570     IF W-NB-ECHECS NOT = ZERO                                    MS7000
001580         MOVE ZERO TO W-NB-ECHECS                                 MS7000
001590         EXEC SQL                                                 MS7000
