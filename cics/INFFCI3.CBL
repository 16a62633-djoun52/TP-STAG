
       23500-CREATION.
      *---------------*
           IF REGDI NOT = 'R006' AND NOT = 'R023' AND NOT = 'PREQ'
                    AND NOT = '*'
              STRING 'REGLE VISEE INVALIDE (R006, R023, PREQ OU *)'
                  DELIMITED BY SIZE INTO MESSDO
              PERFORM  22000-TRAIT-ENVOI
           END-IF
