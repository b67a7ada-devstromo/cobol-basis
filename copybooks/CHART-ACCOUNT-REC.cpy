              88 COA-LIABILITY VALUE "L".
              88 COA-CLEARING  VALUE "C".
              88 COA-ASSET     VALUE "A".
              88 COA-REVENUE   VALUE "R".
