         DS    AL2                INPUT FIELD LENGTH
         DS    0X                 INPUT FIELD FLAG
         DS    X                  OUTPUT ATTRIBUTE
ERRMSGC  DS    X                  OUTPUT COLOR (DFHBMSCA EQUATE)
ERRMSGI  DS    CL34               INPUT FIELD
         ORG   ERRMSGI
ERRMSGO  DS    CL34               OUTPUT FIELD
