          88 ACTION-SEARCH          VALUE "search".
          88 ACTION-UNDO            VALUE "undo".
          88 ACTION-LOGIN           VALUE "login".
          88 ACTION-SIGNOFF-PROJECT VALUE "signoffproject".
          88 ACTION-APPROVE         VALUE "approve".
          88 ACTION-SEND-BACK       VALUE "sendback".
          88 ACTION-ADD-TEMPLATE    VALUE "addtemplate".
          88 ACTION-RENAME-TEMPLATE VALUE "renametemplate".
          88 ACTION-RETIRE-TEMPLATE VALUE "retiretemplate".
          88 ACTION-SHOW-TEMPLATES  VALUE "showtemplates".
          88 ACTION-ADD-TPL-PART    VALUE "addtemplatepart".
          88 ACTION-USE-TEMPLATE    VALUE "usetemplate".
          88 ACTION-ADD-HOLIDAY     VALUE "addholiday".
          88 ACTION-REMOVE-HOLIDAY  VALUE "removeholiday".
          88 ACTION-SHOW-HOLIDAYS   VALUE "showholidays".
          88 ACTION-SAVE-VIEW       VALUE "saveview".
          88 ACTION-DELETE-VIEW     VALUE "deleteview".
          88 ACTION-SHOW-VIEWS      VALUE "showviews".
