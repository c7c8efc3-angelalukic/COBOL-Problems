      *> OperSecurity.cpy
      *> One record per operator on opersecurity.dat (indexed, keyed
      *> on the operator id): the operator's password, held only as a
      *> one-way hash of the id and password together, when it was
      *> last changed, and the failed-attempt count and lock that the
      *> sign-on keeps. A changed date of zeros marks a temporary
      *> password a supervisor issued - it must be changed at the
      *> next sign-on. Like operators.dat the file is machine-wide,
      *> not environment-qualified.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-security-record.
           05 ()-sec-operator          pic x(8).
           05 ()-sec-hash              pic x(16).
           05 ()-sec-changed-date      pic x(8).
           05 ()-sec-fail-count        pic 9(4).
           05 ()-sec-status            pic x.
               88 ()-sec-active        value "A".
               88 ()-sec-locked        value "L".
           05 ()-sec-locked-date       pic x(8).
           05 ()-sec-last-signon       pic x(14).
