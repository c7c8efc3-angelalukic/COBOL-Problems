               end-string
               goback.

           entry "resolveenv" using lk-env-name, lk-base-name,
                                    lk-resolved-name
               *> A name as a named environment would see it, for
               *> programs that work across environments (promoting
               *> configuration from TEST to PROD, for one); this
               *> process's own environment is left as it was.
               if lk-env-name = spaces
                       or function upper-case(lk-env-name) = "PROD"
                   move lk-base-name to lk-resolved-name
                   goback
               end-if
               move spaces to lk-resolved-name
               string function lower-case(function trim(lk-env-name))
                      "_" function trim(lk-base-name)
                      delimited by size into lk-resolved-name
               end-string
               goback.

       load-env-file section.
           set ws-env-loaded-yes to true
           move spaces to ws-env-name
