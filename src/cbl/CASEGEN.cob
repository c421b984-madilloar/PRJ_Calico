001790   EVALUATE F1BODY(1:5)
001800   WHEN 'HDR__'
001810     CONTINUE
001815   WHEN 'SRC__'
001820   WHEN 'TRL__'
001830     CONTINUE
001840   WHEN 'CONT_'
