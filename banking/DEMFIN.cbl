                             ==JRN-HH== BY ==AJR-HH==
                             ==JRN-MM== BY ==AJR-MM==
                             ==JRN-SS== BY ==AJR-SS==
                             ==JRN-SEQ== BY ==AJR-SEQ==
                             ==JRN-ELO== BY ==AJR-ELO==
                             ==JRN-ELO-NUM== BY ==AJR-ELO-NUM==
                             ==JRN-ELO-ANT== BY ==AJR-ELO-ANT==
                             ==JRN-ELO-HASH== BY ==AJR-ELO-HASH==.

       FD PLANO LABEL RECORD STANDARD
                DATA RECORD IS REG-CTA
